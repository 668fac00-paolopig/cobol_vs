       program-id. ControlePlafondsProduits as
           "Contrat_Epargne_TS.ControlePlafondsProduits".

       environment division.
       Configuration section.

       input-output section.
       file-control.
           select FichierEpargne assign to
                "C:\fichiers-cobol\ProduitsEpargne.csv"
                organization is line sequential access sequential
                file status is FichierEpargneStatus.

      *    Rapport mensuel de conformite : personnes au-dessus du
      *    plafond reglementaire des versements de leur produit (avec
      *    leurs contrats) et detentions multiples sur les produits a
      *    detention unique
           select FichierPlafonds assign to
                "C:\fichiers-cobol\ControlePlafondsProduits.txt"
                organization is line sequential access sequential
                file status is FichierPlafondsStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierEpargne record varying from 0 to 255.
       01 EnrFichierEpargne pic x(255).

       FD FichierPlafonds record varying from 0 to 255.
       01 EnrFichierPlafonds pic x(255).

       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.
       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).
       77  EofImport               pic 9.
       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.

       77  FichierPlafondsStatus   pic x(2).
       77  FichierPlafondsOk       pic 9.
       77  EnrLignePlafond         pic X(255).

       77  ProduitsEOF             pic 9.
       77  IndexProduitCP          pic 9(3).

      *---------------------------------------------------------------
      * Personne controlee : les contrats sont rapproches par
      * l'identite du souscripteur (nom, prenom, date de naissance)
      * et non par IdTiers, pour qu'un Tiers cree en double ne
      * contourne pas le plafond - meme regle que
      * ControlePlafondVersement dans Contrat_Epargne_Main
      *---------------------------------------------------------------
       77  CodeProduitPlafond      pic XX.
       77  PlafondControle         pic 9(10)v99.
       77  NomPlafond              pic X(20).
       77  PrenomPlafond           pic X(25).
       77  DateNaissPlafond        pic X(10).
       77  NbContratsPersonne      pic 9(5).
       77  EncoursPersonne         pic 9(12)v99.
       77  VersementsPersonne      pic S9(12)v99.
       77  RachatsPersonne         pic S9(12)v99.
       77  ExcedentPlafond         pic 9(12)v99.
       77  ExcedentVersements      pic 9(12)v99.
       77  ExcedentInterets        pic 9(12)v99.
       77  PersonnesEOF            pic 9.
       77  ContratsEOF             pic 9.

       77  NbDepassements          pic 9(5) value 0.
       77  NbDepassementsInterets  pic 9(5) value 0.
       77  NbDetentionsMultiples   pic 9(5) value 0.
       77  MontantDisplayCP        pic Z(11)9.99.
       77  PlafondDisplayCP        pic Z(11)9.99.
       77  ExcedentDisplayCP       pic Z(11)9.99.
       77  ExcVersementsDisplayCP  pic Z(11)9.99.
       77  ExcInteretsDisplayCP    pic Z(11)9.99.
       77  NbContratsDisplay       pic Z(4)9.
       77  TiersSouscrPCDisplay    pic Z(8)9.

      *---------------------------------------------------------------
      * Controle des passages batch : rapport mensuel en lecture
      * seule, trace sans refus de relancement
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       01  HeureBatch.
           10 HeureBatchH          pic 99.
           10 HeureBatchMn         pic 99.
           10 HeureBatchSec        pic 99.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - rapport mensuel de conformite des plafonds : pour
      *  chaque produit du fichier parametres portant un plafond de
      *  versements, les personnes au-dessus (excedent ventile entre
      *  versements et interets capitalises) ; pour chaque produit a
      *  detention unique, les personnes titulaires de plusieurs
      *  contrats en vie
      *---------------------------------------------------------------
       Debut.
           perform ControlePlafonds-Init.
           perform ControlePlafonds-Trt until ProduitsEOF = 1.
           perform ControlePlafonds-Fin.
           goback.

       ControlePlafonds-Init.
           Move 0 to ProduitsEOF.
           perform ImportationFichier.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to ProduitsEOF
           else
               continue
           end-if.

      *    Personnes dont l'encours en vie sur le produit depasse le
      *    plafond (contrats clos ou renonces exclus)
           EXEC SQL
               DECLARE DepassementsPlafond-Curseur CURSOR FOR
                Select T.Nom, T.Prenom, T.DateNaissance, COUNT(*),
                 SUM(PC.ValeurCourante)
                From ProduitsClient PC, TiersSB T
                Where PC.CodeProduit = :CodeProduitPlafond
                And PC.EtatProduit <> 0
                And PC.EtatProduit <> 6
                And T.IdTiers = PC.TiersSouscr
                GROUP BY T.Nom, T.Prenom, T.DateNaissance
                HAVING SUM(PC.ValeurCourante) > :PlafondControle
                ORDER BY T.Nom, T.Prenom, T.DateNaissance
           END-EXEC.

      *    Personnes titulaires de plusieurs contrats en vie sur un
      *    produit a detention unique
           EXEC SQL
               DECLARE DetentionsMultiples-Curseur CURSOR FOR
                Select T.Nom, T.Prenom, T.DateNaissance, COUNT(*),
                 SUM(PC.ValeurCourante)
                From ProduitsClient PC, TiersSB T
                Where PC.CodeProduit = :CodeProduitPlafond
                And PC.EtatProduit <> 0
                And PC.EtatProduit <> 6
                And T.IdTiers = PC.TiersSouscr
                GROUP BY T.Nom, T.Prenom, T.DateNaissance
                HAVING COUNT(*) > 1
                ORDER BY T.Nom, T.Prenom, T.DateNaissance
           END-EXEC.

      *    Contrats en vie de la personne sur le produit
           EXEC SQL
               DECLARE ContratsPersonne-Curseur CURSOR FOR
                Select PC.NoContrat, PC.TiersSouscr, PC.ValeurCourante,
                 PC.EtatProduit
                From ProduitsClient PC, TiersSB T
                Where PC.CodeProduit = :CodeProduitPlafond
                And PC.EtatProduit <> 0
                And PC.EtatProduit <> 6
                And T.IdTiers = PC.TiersSouscr
                And T.Nom = :NomPlafond
                And T.Prenom = :PrenomPlafond
                And T.DateNaissance = :DateNaissPlafond
                ORDER BY PC.NoContrat
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.

      *    Aucune ligne produit valide importee : rien a controler
           Move 1 to IndexProduitCP.
           If IndexContrat < 2
               Move 1 to ProduitsEOF
           end-if.

           open output FichierPlafonds.
           evaluate FichierPlafondsStatus
               when "00"
                   move 1 to FichierPlafondsOk
                   String "CONTROLE DES PLAFONDS ET DETENTIONS - "
                       "PERIODE " PeriodeTraitement
                       into EnrLignePlafond
                   end-string
                   Move EnrLignePlafond to EnrFichierPlafonds
                   write EnrFichierPlafonds
                   move "DEPASSEMENT;CodeProduit;Nom;Prenom;DateNaissance;NbContrats;Encours;Plafond;Excedent;DontVersements;DontInterets"
                       to EnrFichierPlafonds
                   write EnrFichierPlafonds
                   move "DETENTION MULTIPLE;CodeProduit;Nom;Prenom;DateNaissance;NbContrats;Encours"
                       to EnrFichierPlafonds
                   write EnrFichierPlafonds
                   move "CONTRAT;CodeProduit;NoContrat;Souscripteur;Etat;ValeurCourante"
                       to EnrFichierPlafonds
                   write EnrFichierPlafonds
               when other
                   move 0 to FichierPlafondsOk
                   Display " Erreur ouverture rapport plafonds -"
                       " code " FichierPlafondsStatus
                   Move 1 to ProduitsEOF
           end-evaluate.

      *---------------------------------------------------------------
      *  Un produit du fichier parametres par passage : plafond de
      *  versements (zero = pas de plafond) puis detention unique
      *---------------------------------------------------------------
       ControlePlafonds-Trt.
           Move CodeProduit of ligneProduit(IndexProduitCP)
               to CodeProduitPlafond
           Move PlafondVersements of ligneProduit(IndexProduitCP)
               to PlafondControle

           If PlafondControle > 0
               Perform ListeDepassementsPlafond
           end-if

           If DetentionUniqueExigee of ligneProduit(IndexProduitCP)
               Perform ListeDetentionsMultiples
           end-if

           Add 1 to IndexProduitCP
           If IndexProduitCP > NbLigneProduit
               Move 1 to ProduitsEOF
           end-if.

       ListeDepassementsPlafond.
           EXEC SQL
               OPEN DepassementsPlafond-Curseur
           END-EXEC.

           Move 0 to PersonnesEOF.
           Perform ListeDepassementsPlafond-Trt until PersonnesEOF = 1.

           EXEC SQL
               CLOSE DepassementsPlafond-Curseur
           END-EXEC.

       ListeDepassementsPlafond-Trt.
           EXEC SQL
               FETCH DepassementsPlafond-Curseur
                   INTO :NomPlafond, :PrenomPlafond, :DateNaissPlafond,
                    :NbContratsPersonne, :EncoursPersonne
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to PersonnesEOF
           else
               Perform VentileExcedentPlafond
               Add 1 to NbDepassements
               If ExcedentVersements = 0
                   Add 1 to NbDepassementsInterets
               end-if

               If FichierPlafondsOk = 1
                   Move NbContratsPersonne to NbContratsDisplay
                   Move EncoursPersonne to MontantDisplayCP
                   Move PlafondControle to PlafondDisplayCP
                   Move ExcedentPlafond to ExcedentDisplayCP
                   Move ExcedentVersements to ExcVersementsDisplayCP
                   Move ExcedentInterets to ExcInteretsDisplayCP
                   String "DEPASSEMENT;" CodeProduitPlafond
                       ';' NomPlafond
                       ';' PrenomPlafond
                       ';' DateNaissPlafond
                       ';' NbContratsDisplay
                       ';' MontantDisplayCP
                       ';' PlafondDisplayCP
                       ';' ExcedentDisplayCP
                       ';' ExcVersementsDisplayCP
                       ';' ExcInteretsDisplayCP
                       into EnrLignePlafond
                   end-string
                   Move EnrLignePlafond to EnrFichierPlafonds
                   write EnrFichierPlafonds
               end-if

               Perform ListeContratsPersonne
           end-if.

      *---------------------------------------------------------------
      *  Ventilation de l'excedent : la part que les versements nets
      *  (versements encaisses moins rachats) suffisent a expliquer
      *  est un depassement a regulariser ; le reste vient des
      *  interets capitalises, admis par la reglementation
      *---------------------------------------------------------------
       VentileExcedentPlafond.
           Subtract PlafondControle from EncoursPersonne
               giving ExcedentPlafond
           Move 0 to VersementsPersonne
           Move 0 to RachatsPersonne

           EXEC SQL
               SELECT COALESCE(SUM(OC.MontantOperation), 0)
               INTO :VersementsPersonne
               FROM OperationsCompte OC, ProduitsClient PC, TiersSB T
               WHERE OC.CodeProduit = PC.CodeProduit
               AND OC.NoContrat = PC.NoContrat
               AND OC.TypeOperation = 'V'
               AND COALESCE(OC.StatutReglement, ' ') <> 'A'
               AND PC.CodeProduit = :CodeProduitPlafond
               AND PC.EtatProduit <> 0
               AND PC.EtatProduit <> 6
               AND T.IdTiers = PC.TiersSouscr
               AND T.Nom = :NomPlafond
               AND T.Prenom = :PrenomPlafond
               AND T.DateNaissance = :DateNaissPlafond
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(OC.MontantOperation), 0)
               INTO :RachatsPersonne
               FROM OperationsCompte OC, ProduitsClient PC, TiersSB T
               WHERE OC.CodeProduit = PC.CodeProduit
               AND OC.NoContrat = PC.NoContrat
               AND OC.TypeOperation = 'R'
               AND PC.CodeProduit = :CodeProduitPlafond
               AND PC.EtatProduit <> 0
               AND PC.EtatProduit <> 6
               AND T.IdTiers = PC.TiersSouscr
               AND T.Nom = :NomPlafond
               AND T.Prenom = :PrenomPlafond
               AND T.DateNaissance = :DateNaissPlafond
           END-EXEC

           Subtract RachatsPersonne from VersementsPersonne
           Move 0 to ExcedentVersements
           If VersementsPersonne > PlafondControle
               Compute ExcedentVersements =
                   VersementsPersonne - PlafondControle
               If ExcedentVersements > ExcedentPlafond
                   Move ExcedentPlafond to ExcedentVersements
               end-if
           end-if
           Subtract ExcedentVersements from ExcedentPlafond
               giving ExcedentInterets.

       ListeDetentionsMultiples.
           EXEC SQL
               OPEN DetentionsMultiples-Curseur
           END-EXEC.

           Move 0 to PersonnesEOF.
           Perform ListeDetentionsMultiples-Trt until PersonnesEOF = 1.

           EXEC SQL
               CLOSE DetentionsMultiples-Curseur
           END-EXEC.

       ListeDetentionsMultiples-Trt.
           EXEC SQL
               FETCH DetentionsMultiples-Curseur
                   INTO :NomPlafond, :PrenomPlafond, :DateNaissPlafond,
                    :NbContratsPersonne, :EncoursPersonne
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to PersonnesEOF
           else
               Add 1 to NbDetentionsMultiples
               If FichierPlafondsOk = 1
                   Move NbContratsPersonne to NbContratsDisplay
                   Move EncoursPersonne to MontantDisplayCP
                   String "DETENTION MULTIPLE;" CodeProduitPlafond
                       ';' NomPlafond
                       ';' PrenomPlafond
                       ';' DateNaissPlafond
                       ';' NbContratsDisplay
                       ';' MontantDisplayCP
                       into EnrLignePlafond
                   end-string
                   Move EnrLignePlafond to EnrFichierPlafonds
                   write EnrFichierPlafonds
               end-if

               Perform ListeContratsPersonne
           end-if.

      *---------------------------------------------------------------
      *  Detail des contrats de la personne sous la ligne de synthese
      *---------------------------------------------------------------
       ListeContratsPersonne.
           EXEC SQL
               OPEN ContratsPersonne-Curseur
           END-EXEC.

           Move 0 to ContratsEOF.
           Perform ListeContratsPersonne-Trt until ContratsEOF = 1.

           EXEC SQL
               CLOSE ContratsPersonne-Curseur
           END-EXEC.

       ListeContratsPersonne-Trt.
           EXEC SQL
               FETCH ContratsPersonne-Curseur
                   INTO :NoContratPC, :TiersSouscrPC, :ValeurCourantePC,
                    :EtatProduitPC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
           else
               If FichierPlafondsOk = 1
                   Move TiersSouscrPC to TiersSouscrPCDisplay
                   Move ValeurCourantePC to MontantDisplayCP
                   String "CONTRAT;"           delimited by size
                       CodeProduitPlafond       delimited by size
                       ';' NoContratPC          delimited by size
                       ';' TiersSouscrPCDisplay delimited by size
                       ';' EtatProduitPC        delimited by size
                       ';' MontantDisplayCP     delimited by size
                       into EnrLignePlafond
                   end-string
                   Move EnrLignePlafond to EnrFichierPlafonds
                   write EnrFichierPlafonds
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       ControlePlafonds-Fin.
           If FichierPlafondsOk = 1
               close FichierPlafonds
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Depassements du plafond des versements : "
               NbDepassements " personne(s), dont "
               NbDepassementsInterets " du seul fait des interets ".
           Display " Detentions multiples sur produits a detention"
               " unique : " NbDetentionsMultiples " personne(s) ".
           Display " (cf ControlePlafondsProduits.txt) ".

      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge -
      *  la periode declaree suit alors le jour auquel le passage
      *  appartient (meme principe que CalculInteretMensuel)
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
      *  Controle des passages batch : rapport mensuel en lecture
      *  seule, trace sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "ControlePlafondsProduits" to NomJobCB
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
           Compute NbTraitesCB =
               NbDepassements + NbDetentionsMultiples

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

      *---------------------------------------------------------------
      * Importation du fichier des parametres produit (meme logique
      * que CalculInteretMensuel, ce job etant independant il se
      * recharge lui-meme depuis le fichier CSV)
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
                   move 1 to ProduitsEOF
               when other
                   Display " Erreur ouverture fichier produits -"
                       " code " FichierEpargneStatus
                   move 1 to EofImport
                   move 1 to ProduitsEOF
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
               when FraisEntreeTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when FraisVersementTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when FiscRachatTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when TauxRemunerationTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when SeuilEntreeTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when SeuilEntreeBrutTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when ConventionTaux of ligneProduit(IndexContrat)
                    not = '1'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '2'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '3'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '4'
                   continue
               when CapitalisationInterets
                    of ligneProduit(IndexContrat) not = '1'
                and CapitalisationInterets
                    of ligneProduit(IndexContrat) not = '2'
                   continue
               when DureeMinAnneesTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when MontantMinProgrammeTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when SeuilApprobationTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when TauxPromoTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when DureePromoMoisTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when AgeMinSouscriptionTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when AgeMaxSouscriptionTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when PlafondVersementsTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when AncienneteAbattementTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when AbattementAnnuelTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when FraisGestionTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when ValeurResidMinTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when other
                   Add 1 to IndexContrat
           end-evaluate.

       end program ControlePlafondsProduits.
