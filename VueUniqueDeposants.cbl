       program-id. VueUniqueDeposants as
           "Contrat_Epargne_TS.VueUniqueDeposants".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Parametres produits : le mode de capitalisation dit si la
      *    reserve d'interets courus est deja dans la valeur du contrat
           select FichierEpargne assign to
                "C:\fichiers-cobol\ProduitsEpargne.csv"
                organization is line sequential access sequential
                file status is FichierEpargneStatus.

      *    Fichier vue unique du fonds de garantie des depots, en format
      *    fixe : entete 'E', un enregistrement 'D' par deposant, fin
      *    'T' portant les totaux de controle - montants en centimes
      *    implicites, comme les declarations FICOVIE et IFU
           select FichierVueUnique assign to
                "C:\fichiers-cobol\FGDR-VueUnique.txt"
                organization is line sequential access sequential
                file status is FichierVueUniqueStatus.

      *    Listing de controle : totaux, deposants exclus ou a
      *    verifier avec leur motif
           select FichierControleVU assign to
                "C:\fichiers-cobol\FGDR-Controle.txt"
                organization is line sequential access sequential
                file status is FichierControleVUStatus.

      *    Date d'arrete optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierEpargne record varying from 0 to 255.
       01 EnrFichierEpargne pic x(255).

       FD FichierVueUnique record varying from 0 to 512.
       01 EnrFichierVueUnique pic x(512).

       FD FichierControleVU record varying from 0 to 255.
       01 EnrFichierControleVU pic x(255).

       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.
       77  EofImport               pic 9.
       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).

       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).

       77  FichierVueUniqueStatus  pic x(2).
       77  FichierControleVUStatus pic x(2).
       77  FichiersVueUniqueOk     pic 9.
       77  EnrLigneControle        pic X(255).
       77  DateArreteTxt           pic X(10).

       77  DeposantsEOF            pic 9.
       77  ContratsEOF             pic 9.
       77  IdTiersDeposant         pic 9(8).

      *---------------------------------------------------------------
      * Part d'un deposant dans un contrat : entiere en souscription
      * simple, moitie en souscription conjointe - le co-souscripteur
      * prend la moitie tronquee au centime, le souscripteur le reste,
      * de sorte que les deux parts refont exactement le contrat
      *---------------------------------------------------------------
       77  CoSouscrContrat         pic 9(8).
       77  NantiContrat            pic 9.
       77  MontantSaisiContrat     pic 9(12)v99.
       77  InteretsContrat         pic 9(12)v99.
       77  ChequesContrat          pic 9(12)v99.
       77  MontantContrat          pic 9(12)v99.
       77  MoitieContrat           pic 9(12)v99.
       77  MontantPart             pic 9(12)v99.
       77  PartValeur              pic 9(12)v99.

      *---------------------------------------------------------------
      * Cumuls du deposant courant
      *---------------------------------------------------------------
       77  NbContratsDeposant      pic 9(3).
       77  NbJointsDeposant        pic 9(3).
       77  EncoursDeposant         pic 9(12)v99.
       77  InteretsDeposant        pic 9(12)v99.
       77  ChequesDeposant         pic 9(12)v99.
       77  BloqueDeposant          pic 9(12)v99.
       77  NantiDeposant           pic 9(12)v99.
       77  TotalDeposant           pic 9(12)v99.

      *---------------------------------------------------------------
      * Eligibilite : 'O' eligible ; 'N' exclu (institution financiere,
      * hors garantie) ; 'V' a verifier avant indemnisation
      * (identification incomplete, deposant decede - reglement a la
      * succession)
      *---------------------------------------------------------------
       77  EligibiliteDeposant     pic X.
       77  MotifDeposant           pic X(12).

      *---------------------------------------------------------------
      * Enregistrements fixes du fichier vue unique
      *---------------------------------------------------------------
       01  EnrEnteteVU.
           05 TypeEnrEnteteVU      PIC X value 'E'.
           05 LibelleEnteteVU      PIC X(20)
                                   value "VUE UNIQUE DEPOSANTS".
           05 DateArreteEnteteVU   PIC X(10).
           05 HorodatageEnteteVU   PIC X(19).

       01  EnrDeposantVU.
           05 TypeEnrDeposantVU    PIC X value 'D'.
           05 IdTiersVU            PIC 9(8).
           05 TypeTiersVU          PIC X.
           05 NomVU                PIC X(20).
           05 PrenomVU             PIC X(25).
           05 RaisonSocialeVU      PIC X(40).
           05 SirenVU              PIC X(9).
           05 DateNaissanceVU      PIC X(10).
           05 NoRueVU              PIC X(6).
           05 RueVU                PIC X(30).
           05 CodePostalVU         PIC X(5).
           05 VilleVU              PIC X(25).
           05 PaysVU               PIC X(25).
           05 TelephoneVU          PIC X(15).
           05 CourrielVU           PIC X(30).
           05 IbanVU               PIC X(34).
           05 BicVU                PIC X(11).
           05 NbContratsVU         PIC 9(3).
           05 NbContratsJointsVU   PIC 9(3).
           05 EncoursVU            PIC 9(14).
           05 InteretsVU           PIC 9(14).
           05 ChequesVU            PIC 9(14).
           05 BloqueVU             PIC 9(14).
           05 NantiVU              PIC 9(14).
           05 TotalVU              PIC 9(14).
           05 EligibiliteVU        PIC X.
           05 MotifVU              PIC X(12).

       01  EnrFinVU.
           05 TypeEnrFinVU         PIC X value 'T'.
           05 NbDeposantsFinVU     PIC 9(7).
           05 NbEligiblesFinVU     PIC 9(7).
           05 NbExclusFinVU        PIC 9(7).
           05 NbAVerifierFinVU     PIC 9(7).
           05 EncoursFinVU         PIC 9(15).
           05 InteretsFinVU        PIC 9(15).
           05 ChequesFinVU         PIC 9(15).
           05 BloqueFinVU          PIC 9(15).
           05 NantiFinVU           PIC 9(15).
           05 TotalFinVU           PIC 9(15).
           05 TotalEligibleFinVU   PIC 9(15).

       77  NbDeposants             pic 9(7) value 0.
       77  NbEligibles             pic 9(7) value 0.
       77  NbExclus                pic 9(7) value 0.
       77  NbAVerifier             pic 9(7) value 0.
       77  TotalEncours            pic 9(13)v99 value 0.
       77  TotalInterets           pic 9(13)v99 value 0.
       77  TotalCheques            pic 9(13)v99 value 0.
       77  TotalBloque             pic 9(13)v99 value 0.
       77  TotalNanti              pic 9(13)v99 value 0.
       77  TotalGeneral            pic 9(13)v99 value 0.
       77  TotalEligible           pic 9(13)v99 value 0.
       77  MontantDisplayVU        pic Z(12)9.99.
       77  IdTiersDisplayVU        pic Z(7)9.

      *---------------------------------------------------------------
      * Controle des passages batch : vue unique productible a tout
      * moment (tests periodiques exiges par le fonds) - chaque passage
      * est trace, aucun n'est refuse
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       01  HeureBatch.
           10 HeureBatchH          pic 99.
           10 HeureBatchMn         pic 99.
           10 HeureBatchSec        pic 99.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Evenement pour le journal d'exploitation partage (cf
      * EcritJournalExploitation) : les incidents de la nuit se
      * consolident au matin par SyntheseExploitation
      *---------------------------------------------------------------
       01  EvenementExploitation.
           05 JobEvt               PIC X(30).
           05 SeveriteEvt          PIC X.
           05 CleEvt               PIC X(12).
           05 MessageEvt           PIC X(80).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - vue unique des deposants pour le fonds de garantie
      *  des depots : chaque Tiers titulaire d'au moins un contrat
      *  vivant, seul ou en souscription conjointe, avec ce qu'il
      *  detient chez nous - valeur des contrats, interets courus non
      *  encore capitalises, cheques en attente d'encaissement -, les
      *  montants bloques (saisies, succession) et nantis, ses
      *  coordonnees et son eligibilite. Fin d'enregistrements et
      *  listing de controle portent les totaux a rapprocher
      *---------------------------------------------------------------
       Debut.
           Move "VueUniqueDeposants" to JobEvt
           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move "Lancement du passage" to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           perform VueUnique-Init.
           perform VueUnique-Trt until DeposantsEOF = 1.
           perform VueUnique-Fin.
           goback.

       VueUnique-Init.
           Move 0 to DeposantsEOF.
           perform ImportationFichier.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 'E' to SeveriteEvt
               Move "Connexion base impossible - job interrompu"
                   to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
               Move 1 to DeposantsEOF
           else
               continue
           end-if.

      *    Tiers vivants (hors doublons fusionnes) titulaires ou
      *    co-titulaires d'au moins un contrat non clos
           EXEC SQL
               DECLARE Deposants-Curseur CURSOR FOR
                Select T.IdTiers, T.Nom, T.Prenom,
                 COALESCE(T.DateNaissance, ' '),
                 COALESCE(T.NoRue, ' '), COALESCE(T.Rue, ' '),
                 COALESCE(T.CodePostal, ' '), COALESCE(T.Ville, ' '),
                 COALESCE(T.Pays, ' '), COALESCE(T.Telephone, ' '),
                 COALESCE(T.Courriel, ' '), COALESCE(T.Iban, ' '),
                 COALESCE(T.Bic, ' '), COALESCE(T.DateDeces, ' '),
                 COALESCE(T.NoPiece, ' '), COALESCE(T.TypeTiers, 'P'),
                 COALESCE(T.RaisonSociale, ' '), COALESCE(T.Siren, ' '),
                 COALESCE(T.StatutCRS, ' ')
                From TiersSB T
                Where COALESCE(T.FusionneVers, 0) = 0
                And EXISTS
                 (Select 1 From ProduitsClient PC
                  Where (PC.TiersSouscr = T.IdTiers
                   OR PC.CoSouscr = T.IdTiers)
                  And PC.EtatProduit <> 0
                  And PC.EtatProduit <> 6)
                ORDER BY T.IdTiers
           END-EXEC.

           EXEC SQL
               DECLARE ContratsDeposant-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, TiersSouscr,
                 COALESCE(CoSouscr, 0), EtatProduit, ValeurCourante,
                 COALESCE(Nanti, 0), COALESCE(MontantSaisi, 0)
                From ProduitsClient
                Where (TiersSouscr = :IdTiersDeposant
                 OR CoSouscr = :IdTiersDeposant)
                And EtatProduit <> 0
                And EtatProduit <> 6
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateArreteTxt
           end-string.

           If DeposantsEOF = 0
               Perform DebutControleBatch

               EXEC SQL
                   OPEN Deposants-Curseur
               END-EXEC

               Move 1 to FichiersVueUniqueOk
               open output FichierVueUnique
               If FichierVueUniqueStatus not = "00"
                   Move 0 to FichiersVueUniqueOk
               end-if
               open output FichierControleVU
               If FichierControleVUStatus not = "00"
                   Move 0 to FichiersVueUniqueOk
               end-if

               If FichiersVueUniqueOk = 0
                   Display " Erreur ouverture fichiers vue unique -"
                       " job interrompu "
                   Move 'E' to SeveriteEvt
                   Move spaces to CleEvt
                   Move "Ouverture fichiers impossible - job interrompu"
                       to MessageEvt
                   Call 'EcritJournalExploitation'
                       using EvenementExploitation
                   Move 1 to DeposantsEOF
               else
                   Move DateArreteTxt to DateArreteEnteteVU
                   Move HorodatageBatch to HorodatageEnteteVU
                   Move EnrEnteteVU to EnrFichierVueUnique
                   write EnrFichierVueUnique

                   String "CONTROLE VUE UNIQUE DEPOSANTS AU "
                       DateArreteTxt into EnrLigneControle
                   end-string
                   Move EnrLigneControle to EnrFichierControleVU
                   write EnrFichierControleVU
                   Move "IdTiers;Nom;Eligibilite;Motif;Total"
                       to EnrFichierControleVU
                   write EnrFichierControleVU
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Un deposant : cumul de ses parts de contrats, eligibilite,
      *  enregistrement 'D'
      *---------------------------------------------------------------
       VueUnique-Trt.
           EXEC SQL
               FETCH Deposants-Curseur
                   INTO :IdTiers, :Nom, :Prenom, :DateNaissance,
                    :NoRue, :Rue, :CodePostal, :Ville, :Pays,
                    :Telephone, :Courriel, :IbanT, :BicT,
                    :DateDecesT, :NoPieceT, :TypeTiersT,
                    :RaisonSocialeT, :SirenT, :StatutCRST
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to DeposantsEOF
           else
               Move IdTiers of TiersSouscrBenef to IdTiersDeposant
               Move 0 to NbContratsDeposant
               Move 0 to NbJointsDeposant
               Move 0 to EncoursDeposant
               Move 0 to InteretsDeposant
               Move 0 to ChequesDeposant
               Move 0 to BloqueDeposant
               Move 0 to NantiDeposant

               EXEC SQL
                   OPEN ContratsDeposant-Curseur
               END-EXEC
               Move 0 to ContratsEOF
               Perform CumulContratDeposant until ContratsEOF = 1
               EXEC SQL
                   CLOSE ContratsDeposant-Curseur
               END-EXEC

               Compute TotalDeposant = EncoursDeposant
                   + InteretsDeposant + ChequesDeposant

               Perform ControleEligibilite
               Perform EcritDeposant
           end-if.

      *---------------------------------------------------------------
      *  Un contrat du deposant : valeur, reserve d'interets d'un
      *  produit a capitalisation annuelle (pas encore dans la valeur),
      *  cheques en attente (credites a l'encaissement seulement) -
      *  ramenes a la part du deposant
      *---------------------------------------------------------------
       CumulContratDeposant.
           EXEC SQL
               FETCH ContratsDeposant-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC,
                    :CoSouscrContrat, :EtatProduitPC,
                    :ValeurCourantePC, :NantiContrat,
                    :MontantSaisiContrat
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
           else
               Add 1 to NbContratsDeposant
               If CoSouscrContrat not = 0
                   Add 1 to NbJointsDeposant
               end-if

      *>  Reserve d'interets courus de l'annee
               Move 0 to InteretsContrat
               Move CodeProduitPC to CodeProduitRecherche
               Perform ChargeParamProduit
               If ProduitTrouve = 1
                and CapitalisationInterets of ligneProduit(IndexContrat)
                   = '2'
                   Move CodeProduitPC to CodeProduitIC
                   Move NoContratPC to NoContratIC
                   Move Annee of DateOperationContrat to AnneeCouruIC
                   EXEC SQL
                       SELECT MontantCouru
                       INTO :MontantCouruIC
                       FROM InteretsCourus
                       WHERE (CodeProduit = :CodeProduitIC
                       AND NoContrat = :NoContratIC
                       AND AnneeCouru = :AnneeCouruIC)
                   END-EXEC
                   If SQLCODE = 0
                       Move MontantCouruIC to InteretsContrat
                   end-if
               end-if

      *>  Versements par cheque pas encore encaisses
               Move 0 to ChequesContrat
               Move CodeProduitPC to CodeProduitOC
               Move NoContratPC to NoContratOC
               EXEC SQL
                   SELECT COALESCE(SUM(MontantOperation), 0)
                   INTO :ChequesContrat
                   FROM OperationsCompte
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND TypeOperation = 'V'
                   AND StatutReglement = 'A')
               END-EXEC
               If SQLCODE not = 0
                   Move 0 to ChequesContrat
               end-if

               Move ValeurCourantePC to MontantContrat
               Perform PartConjointe
               Move MontantPart to PartValeur
               Add MontantPart to EncoursDeposant

               Move InteretsContrat to MontantContrat
               Perform PartConjointe
               Add MontantPart to InteretsDeposant

               Move ChequesContrat to MontantContrat
               Perform PartConjointe
               Add MontantPart to ChequesDeposant

      *>  Bloque : contrat en succession en entier, sinon le montant
      *>  gele par les saisies ouvertes ; nanti : la part en entier
               If EtatProduitPC = '3'
                   Add PartValeur to BloqueDeposant
               else
                   Move MontantSaisiContrat to MontantContrat
                   Perform PartConjointe
                   Add MontantPart to BloqueDeposant
               end-if
               If NantiContrat = 1
                   Add PartValeur to NantiDeposant
               end-if
           end-if.

       PartConjointe.
           If CoSouscrContrat = 0
               Move MontantContrat to MontantPart
           else
               Divide MontantContrat by 2 giving MoitieContrat
               If IdTiersDeposant = CoSouscrContrat
                and IdTiersDeposant not = TiersSouscrPC
                   Move MoitieContrat to MontantPart
               else
                   Compute MontantPart = MontantContrat - MoitieContrat
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Eligibilite du deposant
      *---------------------------------------------------------------
       ControleEligibilite.
           Move 'O' to EligibiliteDeposant
           Move spaces to MotifDeposant
           Evaluate true
               When TypeTiersT = 'M' and StatutCRST = 'F'
                   Move 'N' to EligibiliteDeposant
                   Move "INSTIT-FIN" to MotifDeposant
               When TypeTiersT = 'M' and SirenT = spaces
                   Move 'V' to EligibiliteDeposant
                   Move "IDENT-INCOMP" to MotifDeposant
               When TypeTiersT not = 'M'
                and (DateNaissance of TiersSouscrBenef = spaces
                 or NoPieceT = spaces)
                   Move 'V' to EligibiliteDeposant
                   Move "IDENT-INCOMP" to MotifDeposant
               When DateDecesT not = spaces
                   Move 'V' to EligibiliteDeposant
                   Move "SUCCESSION" to MotifDeposant
           End-evaluate.

      *---------------------------------------------------------------
      *  Enregistrement 'D', cumuls de controle, ligne du listing pour
      *  un deposant exclu ou a verifier
      *---------------------------------------------------------------
       EcritDeposant.
           Move IdTiersDeposant to IdTiersVU
           If TypeTiersT = 'M'
               Move 'M' to TypeTiersVU
           else
               Move 'P' to TypeTiersVU
           end-if
           Move Nom of TiersSouscrBenef to NomVU
           Move Prenom of TiersSouscrBenef to PrenomVU
           Move RaisonSocialeT to RaisonSocialeVU
           Move SirenT to SirenVU
           Move DateNaissance of TiersSouscrBenef to DateNaissanceVU
           Move NoRue of TiersSouscrBenef to NoRueVU
           Move Rue of TiersSouscrBenef to RueVU
           Move CodePostal of TiersSouscrBenef to CodePostalVU
           Move Ville of TiersSouscrBenef to VilleVU
           Move Pays of TiersSouscrBenef to PaysVU
           Move Telephone of TiersSouscrBenef to TelephoneVU
           Move Courriel of TiersSouscrBenef to CourrielVU
           Move IbanT to IbanVU
           Move BicT to BicVU
           Move NbContratsDeposant to NbContratsVU
           Move NbJointsDeposant to NbContratsJointsVU
           Compute EncoursVU = EncoursDeposant * 100
           Compute InteretsVU = InteretsDeposant * 100
           Compute ChequesVU = ChequesDeposant * 100
           Compute BloqueVU = BloqueDeposant * 100
           Compute NantiVU = NantiDeposant * 100
           Compute TotalVU = TotalDeposant * 100
           Move EligibiliteDeposant to EligibiliteVU
           Move MotifDeposant to MotifVU
           Move EnrDeposantVU to EnrFichierVueUnique
           write EnrFichierVueUnique

           Add 1 to NbDeposants
           Add EncoursDeposant to TotalEncours
           Add InteretsDeposant to TotalInterets
           Add ChequesDeposant to TotalCheques
           Add BloqueDeposant to TotalBloque
           Add NantiDeposant to TotalNanti
           Add TotalDeposant to TotalGeneral

           Evaluate EligibiliteDeposant
               When 'O'
                   Add 1 to NbEligibles
                   Add TotalDeposant to TotalEligible
               When 'N'
                   Add 1 to NbExclus
                   Perform EcritLigneControleDeposant
               When other
                   Add 1 to NbAVerifier
                   Perform EcritLigneControleDeposant
           End-evaluate.

       EcritLigneControleDeposant.
           Move IdTiersDeposant to IdTiersDisplayVU
           Move TotalDeposant to MontantDisplayVU
           Move spaces to EnrLigneControle
           String IdTiersDisplayVU            delimited by size
               ';' Nom of TiersSouscrBenef     delimited by "  "
               ';' EligibiliteDeposant         delimited by size
               ';' MotifDeposant               delimited by space
               ';' MontantDisplayVU            delimited by size
               into EnrLigneControle
           end-string
           Move EnrLigneControle to EnrFichierControleVU
           write EnrFichierControleVU.

      *---------------------------------------------------------------
      *  Fermeture : enregistrement de fin, totaux du listing de
      *  controle et bilan
      *---------------------------------------------------------------
       VueUnique-Fin.
           If FichiersVueUniqueOk = 1
               EXEC SQL
                   CLOSE Deposants-Curseur
               END-EXEC

               Move NbDeposants to NbDeposantsFinVU
               Move NbEligibles to NbEligiblesFinVU
               Move NbExclus to NbExclusFinVU
               Move NbAVerifier to NbAVerifierFinVU
               Compute EncoursFinVU = TotalEncours * 100
               Compute InteretsFinVU = TotalInterets * 100
               Compute ChequesFinVU = TotalCheques * 100
               Compute BloqueFinVU = TotalBloque * 100
               Compute NantiFinVU = TotalNanti * 100
               Compute TotalFinVU = TotalGeneral * 100
               Compute TotalEligibleFinVU = TotalEligible * 100
               Move EnrFinVU to EnrFichierVueUnique
               write EnrFichierVueUnique

               Move spaces to EnrLigneControle
               String "Deposants;" NbDeposants ";eligibles;"
                   NbEligibles ";exclus;" NbExclus ";a verifier;"
                   NbAVerifier into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleVU
               write EnrFichierControleVU

               Move TotalEncours to MontantDisplayVU
               Move spaces to EnrLigneControle
               String "Valeur des contrats;" MontantDisplayVU
                   into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleVU
               write EnrFichierControleVU

               Move TotalInterets to MontantDisplayVU
               Move spaces to EnrLigneControle
               String "Interets courus non capitalises;"
                   MontantDisplayVU into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleVU
               write EnrFichierControleVU

               Move TotalCheques to MontantDisplayVU
               Move spaces to EnrLigneControle
               String "Cheques en attente;" MontantDisplayVU
                   into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleVU
               write EnrFichierControleVU

               Move TotalBloque to MontantDisplayVU
               Move spaces to EnrLigneControle
               String "dont bloque;" MontantDisplayVU
                   into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleVU
               write EnrFichierControleVU

               Move TotalNanti to MontantDisplayVU
               Move spaces to EnrLigneControle
               String "dont nanti;" MontantDisplayVU
                   into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleVU
               write EnrFichierControleVU

               Move TotalGeneral to MontantDisplayVU
               Move spaces to EnrLigneControle
               String "Total detenu;" MontantDisplayVU
                   into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleVU
               write EnrFichierControleVU

               Move TotalEligible to MontantDisplayVU
               Move spaces to EnrLigneControle
               String "Total des deposants eligibles;"
                   MontantDisplayVU into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleVU
               write EnrFichierControleVU

               close FichierVueUnique
               close FichierControleVU

               Perform FinControleBatch
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Vue unique deposants au " DateArreteTxt " : "
               NbDeposants " deposant(s), " NbExclus " exclu(s), "
               NbAVerifier " a verifier ".

           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           String "Fin du passage - " NbDeposants " deposant(s), "
               NbExclus " exclu(s), " NbAVerifier " a verifier"
               into MessageEvt
           end-string
           Call 'EcritJournalExploitation' using EvenementExploitation.

      *---------------------------------------------------------------
      *  Date d'arrete : si l'exploitation a depose DateTraitement.txt
      *  (AAAA-MM-JJ), elle remplace l'horloge
      *---------------------------------------------------------------
       ChargeDateTraitement.
           open input FichierDateTraitement
           if FichierDateTrtStatus = "00"
               read FichierDateTraitement
                   at end continue
                   not at end
                       move EnrFichierDateTrt(1:10) to DateTraitementLue
                       if AnneeDateTrtTxt is numeric
                        and MoisDateTrtTxt is numeric
                        and JourDateTrtTxt is numeric
                           move AnneeDateTrtTxt
                               to Annee of DateOperationContrat
                           move MoisDateTrtTxt
                               to Mois of DateOperationContrat
                           move JourDateTrtTxt
                               to Jour of DateOperationContrat
                           Display " Date de traitement forcee : "
                               EnrFichierDateTrt(1:10)
                       end-if
               end-read
               close FichierDateTraitement
           end-if.

      *---------------------------------------------------------------
      * Importation de ProduitsEpargne.csv - meme logique que
      * ArreteInteretsCourus
      *---------------------------------------------------------------
       ImportationFichier.
           perform ImportationFichier-Init.
           perform ImportationFichier-Trt Until EofImport = 1.
           perform ImportationFichier-Fin.

       ImportationFichier-Init.
           Move 0 to EofImport.
           Move 1 to IndexContrat.
           Move 0 to ImportFichierOk.
           open input FichierEpargne.
           evaluate FichierEpargneStatus
               when "00"
                   move 1 to ImportFichierOk
                   read FichierEpargne
                       at end move 1 to EofImport
                   end-read
               when "35"
                   Display " Fichier produits introuvable - job"
                       " interrompu "
                   move 1 to EofImport
                   move 1 to DeposantsEOF
               when other
                   Display " Erreur ouverture fichier produits -"
                       " code " FichierEpargneStatus
                   move 1 to EofImport
                   move 1 to DeposantsEOF
           end-evaluate.

       ImportationFichier-Trt.
           read FichierEpargne
               at end move 1 to EofImport
               not at end perform TrtLigne
           end-read.

       ImportationFichier-Fin.
           if ImportFichierOk = 1
               compute NbLigneProduit = IndexContrat - 1
               if NbLigneProduit < 1
                   move 1 to NbLigneProduit
               end-if
               close FichierEpargne
           end-if.

       TrtLigne.
           Move 0 to NbChampsImport
           Unstring EnrFichierEpargne delimited by ";" into

               CodeProduit  of ligneProduit(IndexContrat)
               FraisEntreeTxt  of ligneProduit(IndexContrat)
               FraisVersementTxt   of ligneProduit(IndexContrat)
               FiscRachatTxt   of ligneProduit(IndexContrat)
               TauxRemunerationTxt  of ligneProduit(IndexContrat)
               SeuilEntreeTxt   of ligneProduit(IndexContrat)
               SeuilEntreeBrutTxt   of ligneProduit(IndexContrat)
               ConventionTaux   of ligneProduit(IndexContrat)
               CapitalisationInterets of ligneProduit(IndexContrat)
               DureeMinAnneesTxt of ligneProduit(IndexContrat)
               MontantMinProgrammeTxt of ligneProduit(IndexContrat)
               SeuilApprobationTxt of ligneProduit(IndexContrat)
               TauxPromoTxt of ligneProduit(IndexContrat)
               DureePromoMoisTxt of ligneProduit(IndexContrat)
               AgeMinSouscriptionTxt of ligneProduit(IndexContrat)
               AgeMaxSouscriptionTxt of ligneProduit(IndexContrat)
               ControleAgeBenef of ligneProduit(IndexContrat)
               StatutVente of ligneProduit(IndexContrat)
               PlafondVersementsTxt of ligneProduit(IndexContrat)
               DetentionUnique of ligneProduit(IndexContrat)
               AncienneteAbattementTxt of ligneProduit(IndexContrat)
               AbattementAnnuelTxt of ligneProduit(IndexContrat)
               FraisGestionTxt of ligneProduit(IndexContrat)
               PlancherDeces of ligneProduit(IndexContrat)
               ValeurResidMinTxt of ligneProduit(IndexContrat)

               Tallying in NbChampsImport
           end-Unstring.

           evaluate true
               when NbChampsImport not = 25
                   continue
               when other
                   Add 1 to IndexContrat
           end-evaluate.

      *    Recherche du produit : seul son mode de capitalisation sert
       ChargeParamProduit.
           Move 0 to ProduitTrouve.
           Move 1 to IndexRechProduit.
           Perform ChargeParamProduit-Trt
               Until IndexRechProduit > NbLigneProduit
                  or ProduitTrouve = 1.

       ChargeParamProduit-Trt.
           if CodeProduit of ligneProduit(IndexRechProduit)
              = CodeProduitRecherche
               Move 1 to ProduitTrouve
               Move IndexRechProduit to IndexContrat
           else
               Add 1 to IndexRechProduit
           end-if.

      *---------------------------------------------------------------
      *  Controle des passages batch : chaque passage est trace (preuve
      *  des tests periodiques), aucun n'est refuse
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "VueUniqueDeposants" to NomJobCB
           Move PeriodeTraitement to PeriodeJobCB

           ACCEPT HeureBatch from time
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat ' '
               HeureBatchH ':' HeureBatchMn ':' HeureBatchSec
               into HorodatageBatch
           end-string

           Move HorodatageBatch to DateDebutCB
           Move spaces to DateFinCB
           Move 0 to NbTraitesCB
           Move 'E' to EtatJobCB

           EXEC SQL
               INSERT INTO ControleBatch
                   (NomJob, PeriodeJob, DateDebut, DateFin,
                    NbTraites, EtatJob)
               VALUES
                   (:NomJobCB, :PeriodeJobCB, :DateDebutCB,
                    :DateFinCB, :NbTraitesCB, :EtatJobCB)
           END-EXEC.

       FinControleBatch.
           ACCEPT HeureBatch from time
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat ' '
               HeureBatchH ':' HeureBatchMn ':' HeureBatchSec
               into HorodatageBatch
           end-string

           Move HorodatageBatch to DateFinCB
           Move NbDeposants to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND DateDebut = :DateDebutCB
               AND EtatJob = 'E')
           END-EXEC.

       end program VueUniqueDeposants.
