       program-id. ContratsSousResiduel as
           "Contrat_Epargne_TS.ContratsSousResiduel".

       environment division.
       Configuration section.

       input-output section.
       file-control.
           select FichierEpargne assign to
                "C:\fichiers-cobol\ProduitsEpargne.csv"
                organization is line sequential access sequential
                file status is FichierEpargneStatus.

      *    Liste des contrats actifs dont la valeur est deja sous la
      *    valeur residuelle minimum de leur produit, avec les
      *    coordonnees du souscripteur pour la prise de contact
           select FichierSousResiduel assign to
                "C:\fichiers-cobol\ContratsSousResiduel.txt"
                organization is line sequential access sequential
                file status is FichierSousResiduelStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee
      *    par l'exploitation pour un rattrapage - a defaut, l'horloge
      *    fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierEpargne record varying from 0 to 255.
       01 EnrFichierEpargne pic x(255).

       FD FichierSousResiduel record varying from 0 to 255.
       01 EnrFichierSousResiduel pic x(255).


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
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
       77  TauxPrelSociauxDefaut   pic 99v9999 value 0.1720.

       77  FichierSousResiduelStatus pic x(2).
       77  FichierSousResiduelOk   pic 9.
       77  EnrLigneSousResiduel    pic X(255).

       77  ContratsEOF             pic 9.
       77  NbContratsLus           pic 9(7) value 0.
       77  NbContratsSousResiduel  pic 9(5) value 0.

      *---------------------------------------------------------------
      * Valeur residuelle minimum du produit (ValeurResidMin de Tab,
      * zero = pas de minimum) : depuis son introduction aucun rachat
      * partiel ne descend plus sous ce seuil (cf
      * ControleValeurResiduelle dans Contrat_Epargne_Main), mais les
      * contrats deja sous le seuil restent a traiter - les
      * conseillers recontactent le client (rachat total ou
      * versement de complement)
      *---------------------------------------------------------------
       77  ManqueResiduel          pic 9(8)v99.
       77  CumulValeursSousResiduel pic 9(13)v99 value 0.
       77  MontantDisplaySR        pic Z(12)9.99.
       77  MinimumDisplaySR        pic Z(7)9.99.
       77  ManqueDisplaySR         pic Z(7)9.99.
       77  TiersSouscrPCDisplay    pic Z(8)9.

      *---------------------------------------------------------------
      * Controle des passages batch : liste en lecture seule, tracee
      * sans refus de relancement
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
      *  Mainline - contrats sous la valeur residuelle minimum : une
      *  ligne par contrat actif dont la valeur courante est positive
      *  mais inferieure au minimum de son produit
      *---------------------------------------------------------------
       Debut.
           perform ContratsSousResiduel-Init.
           perform ContratsSousResiduel-Trt until ContratsEOF = 1.
           perform ContratsSousResiduel-Fin.
           goback.

       ContratsSousResiduel-Init.
           perform ImportationFichier.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to ContratsEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE SousResiduel-Curseur CURSOR FOR
                Select PC.CodeProduit, PC.NoContrat, PC.TiersSouscr,
                 PC.ValeurCourante, T.Nom, T.Prenom, T.Telephone,
                 T.Courriel
                From ProduitsClient PC, TiersSB T
                Where PC.EtatProduit = 1
                AND PC.ValeurCourante > 0
                AND T.IdTiers = PC.TiersSouscr
                ORDER BY PC.CodeProduit, PC.NoContrat
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.

           EXEC SQL
               OPEN SousResiduel-Curseur
           END-EXEC.

           Move 0 to ContratsEOF.

           open output FichierSousResiduel.
           evaluate FichierSousResiduelStatus
               when "00"
                   move 1 to FichierSousResiduelOk
                   String "CONTRATS SOUS LE RESIDUEL MINIMUM AU "
                       Annee of DateOperationContrat '-'
                       Mois of DateOperationContrat '-'
                       Jour of DateOperationContrat
                       into EnrLigneSousResiduel
                   end-string
                   Move EnrLigneSousResiduel to EnrFichierSousResiduel
                   write EnrFichierSousResiduel
                   move "CodeProduit;NoContrat;Souscripteur;Nom;Prenom;Telephone;Courriel;Valeur;Minimum;Manque"
                       to EnrFichierSousResiduel
                   write EnrFichierSousResiduel
               when other
                   move 0 to FichierSousResiduelOk
                   Display " Erreur ouverture liste sous residuel -"
                       " code " FichierSousResiduelStatus
                   Move 1 to ContratsEOF
           end-evaluate.

       ContratsSousResiduel-Trt.
           Move spaces to Nom of TiersSouscrBenef
           Move spaces to Prenom of TiersSouscrBenef
           Move spaces to Telephone of TiersSouscrBenef
           Move spaces to Courriel of TiersSouscrBenef
           EXEC SQL
               FETCH SousResiduel-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC,
                    :ValeurCourantePC, :Nom, :Prenom, :Telephone,
                    :Courriel
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
           else
               Add 1 to NbContratsLus
               Move CodeProduitPC to CodeProduitRecherche
               Perform ChargeParamProduit

               If ProduitTrouve = 1
                and ValeurResidMin of Tab > 0
                and ValeurCourantePC < ValeurResidMin of Tab
                   Perform EcritLigneSousResiduel
               end-if
           end-if.

       EcritLigneSousResiduel.
           Compute ManqueResiduel =
               ValeurResidMin of Tab - ValeurCourantePC
           Add ValeurCourantePC to CumulValeursSousResiduel
           Add 1 to NbContratsSousResiduel

           If FichierSousResiduelOk = 1
               Move TiersSouscrPC to TiersSouscrPCDisplay
               Move ValeurCourantePC to MontantDisplaySR
               Move ValeurResidMin of Tab to MinimumDisplaySR
               Move ManqueResiduel to ManqueDisplaySR
               Move spaces to EnrLigneSousResiduel
               String CodeProduitPC             delimited by size
                   ';' NoContratPC               delimited by size
                   ';' TiersSouscrPCDisplay      delimited by size
                   ';' Nom of TiersSouscrBenef   delimited by "  "
                   ';' Prenom of TiersSouscrBenef
                                                 delimited by "  "
                   ';' Telephone of TiersSouscrBenef
                                                 delimited by "  "
                   ';' Courriel of TiersSouscrBenef
                                                 delimited by "  "
                   ';' MontantDisplaySR          delimited by size
                   ';' MinimumDisplaySR          delimited by size
                   ';' ManqueDisplaySR           delimited by size
                   into EnrLigneSousResiduel
               end-string
               Move EnrLigneSousResiduel to EnrFichierSousResiduel
               write EnrFichierSousResiduel
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       ContratsSousResiduel-Fin.
           EXEC SQL
               CLOSE SousResiduel-Curseur
           END-EXEC.

           If FichierSousResiduelOk = 1
               Move CumulValeursSousResiduel to MontantDisplaySR
               Move spaces to EnrLigneSousResiduel
               String "TOTAL;" NbContratsSousResiduel
                   " contrat(s);valeur cumulee;" MontantDisplaySR
                   into EnrLigneSousResiduel
               end-string
               Move EnrLigneSousResiduel to EnrFichierSousResiduel
               write EnrFichierSousResiduel
               close FichierSousResiduel
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Contrats actifs lus : " NbContratsLus.
           Display " Contrats sous la valeur residuelle minimum : "
               NbContratsSousResiduel
               " (cf ContratsSousResiduel.txt) ".


      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge
      *  (meme principe que CalculInteretMensuel)
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
      *  Controle des passages batch : liste en lecture
      *  seule, trace sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "ContratsSousResiduel" to NomJobCB
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
           Move NbContratsSousResiduel to NbTraitesCB

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
                   move 1 to ContratsEOF
               when other
                   Display " Erreur ouverture fichier produits -"
                       " code " FichierEpargneStatus
                   move 1 to EofImport
                   move 1 to ContratsEOF
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

      *---------------------------------------------------------------
      * Recherche d'un produit par son code dans le tableau importe du
      * fichier de parametres, et alimentation de Tab a partir de la
      * ligne trouvee - meme logique que CalculInteretMensuel
      *---------------------------------------------------------------
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
               Move CodeProduit of ligneProduit(IndexRechProduit)
                   to CodeProduitParam of Tab
               Move FraisEntree of ligneProduit(IndexRechProduit)
                   to FraisEntree of Tab
               Move FraisVersement of ligneProduit(IndexRechProduit)
                   to FraisVersement of Tab
               Move FiscRachat of ligneProduit(IndexRechProduit)
                   to FiscRachat of Tab
               Move TauxRemuneration
                   of ligneProduit(IndexRechProduit)
                   to TauxRemuneration of Tab
               Move TauxPrelSociauxDefaut
                   to TauxPrelSociaux of Tab
               Move SeuilEntree of ligneProduit(IndexRechProduit)
                   to SeuilEntree of Tab
               Move SeuilEntreeBrut of ligneProduit(IndexRechProduit)
                   to SeuilEntreeBrut of Tab
               Move ConventionTaux of ligneProduit(IndexRechProduit)
                   to ConventionTaux of Tab
               Move CapitalisationInterets
                   of ligneProduit(IndexRechProduit)
                   to CapitalisationInterets of Tab
               Move DureeMinAnnees of ligneProduit(IndexRechProduit)
                   to DureeMinAnnees of Tab
               Move MontantMinProgramme
                   of ligneProduit(IndexRechProduit)
                   to MontantMinProgramme of Tab
               Move SeuilApprobation
                   of ligneProduit(IndexRechProduit)
                   to SeuilApprobation of Tab
               Move TauxPromo
                   of ligneProduit(IndexRechProduit)
                   to TauxPromo of Tab
               Move DureePromoMois
                   of ligneProduit(IndexRechProduit)
                   to DureePromoMois of Tab
               Move AgeMinSouscription
                   of ligneProduit(IndexRechProduit)
                   to AgeMinSouscription of Tab
               Move AgeMaxSouscription
                   of ligneProduit(IndexRechProduit)
                   to AgeMaxSouscription of Tab
               Move ControleAgeBenef
                   of ligneProduit(IndexRechProduit)
                   to ControleAgeBenef of Tab
               Move StatutVente
                   of ligneProduit(IndexRechProduit)
                   to StatutVente of Tab
               Move ValeurResidMin
                   of ligneProduit(IndexRechProduit)
                   to ValeurResidMin of Tab
           else
               Add 1 to IndexRechProduit
           end-if.


       end program ContratsSousResiduel.
