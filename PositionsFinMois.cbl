       program-id. PositionsFinMois as
           "Contrat_Epargne_TS.PositionsFinMois".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Parametres produits : taux contractuel et taux promotionnel
           select FichierEpargne assign to
                "C:\fichiers-cobol\ProduitsEpargne.csv"
                organization is line sequential access sequential
                file status is FichierEpargneStatus.

           select FichierTauxAnnee assign to
                "C:\fichiers-cobol\TauxRemunerationAnnee.csv"
                organization is line sequential access sequential
                file status is FichierTauxAnneeStatus.

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

       FD FichierTauxAnnee record varying from 0 to 255.
       01 EnrFichierTauxAnnee pic x(255).

       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       01 DateEffetContratEpargne.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  NbLigneProduit          pic 9(3) value 1.
       77  EofImport               pic 9.
       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).

       77  NbLigneTauxAnnee        pic 9(3) value 1.
       77  FichierTauxAnneeStatus  pic x(2).
       77  EofImportTaux           pic 9.
       77  IndexTauxAnnee          pic 9(3).
       77  IndexRechTauxAnnee      pic 9(3).
       77  TauxAnneeTrouve         pic 9.
       77  NbChampsImportTaux      pic 9.
       77  IndicateurAnnee         pic 9999.
       77  TauxAnnuelEnVigueur     pic 99v9999.
       77  MoisEcoulesPromo        pic S9(5).

       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).

       77  ContratsEOF             pic 9.
       77  FinMoisTxt              pic X(10).
       77  PeriodeRecherche        pic X(10).
       77  NbPeriodesCloturees     pic 9(5).

      *---------------------------------------------------------------
      * Contrat photographie : la valeur, la reserve, les avances et
      * les titulaires viennent de la base au moment du passage, qui
      * se fait dans la chaine de fin de mois (apres
      * CalculInteretMensuel, avant la cloture du grand livre)
      *---------------------------------------------------------------
       77  CoSouscrContrat         pic 9(8).
       77  NantiContrat            pic 9.
       77  CodeAgenceContrat       pic X(5).
       77  NbPhotos                pic 9(7) value 0.
       77  NbPhotosSansProduit     pic 9(5) value 0.
       77  TotalValeurPhoto        pic 9(13)v99 value 0.
       77  TotalInteretsPhoto      pic 9(13)v99 value 0.
       77  TotalAvancesPhoto       pic 9(13)v99 value 0.
       77  MontantDisplayPF        pic Z(12)9.99.

      *---------------------------------------------------------------
      * Controle des passages batch : la photo se refait tant que la
      * periode est ouverte au grand livre (le dernier passage
      * remplace la photo), elle est refusee une fois la periode
      * cloturee par BalanceGenerale
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       77  BatchRefuse             pic 9 value 0.
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
      *  Mainline - photo de fin de mois : pour chaque contrat ouvert
      *  (ou clos dans le mois), la position de reference du mois -
      *  valeur, interets courus en reserve, solde des avances,
      *  nantissement, etat, taux applique, titulaires et agence -
      *  dans PositionsFinMois. Situation a date, rapport portefeuille
      *  et tableau de bord la lisent pour une fin de mois passee
      *---------------------------------------------------------------
       Debut.
           Move "PositionsFinMois" to JobEvt
           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move "Lancement du passage" to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           perform PositionsFinMois-Init.
           perform PositionsFinMois-Trt until ContratsEOF = 1.
           perform PositionsFinMois-Fin.
           goback.

       PositionsFinMois-Init.
           Move 0 to ContratsEOF.
           perform ImportationFichier.
           perform ImportationTauxAnnee.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 'E' to SeveriteEvt
               Move "Connexion base impossible - job interrompu"
                   to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
               Move 1 to ContratsEOF
               Move 1 to BatchRefuse
           else
               continue
           end-if.

      *    Contrats souscrits a la fin du mois, ouverts ou clos par un
      *    mouvement du mois (le rachat total qui les a fermes)
           EXEC SQL
               DECLARE ContratsPhoto-Curseur CURSOR FOR
                Select PC.CodeProduit, PC.NoContrat, PC.TiersSouscr,
                 COALESCE(PC.CoSouscripteur, 0), PC.EtatProduit,
                 PC.ValeurCourante, COALESCE(PC.Nanti, 0),
                 PC.DateEffet, COALESCE(PC.TauxGaranti, 0),
                 COALESCE(PC.DateFinGarantie, ' '),
                 COALESCE(PC.CodeAgence, ' ')
                From ProduitsClient PC
                Where PC.DateEffet <= :FinMoisTxt
                And (PC.EtatProduit <> 0
                 OR EXISTS
                  (Select 1 From OperationsCompte OC
                   Where OC.CodeProduit = PC.CodeProduit
                   And OC.NoContrat = PC.NoContrat
                   And OC.DateOperation LIKE :PeriodeRecherche))
                ORDER BY PC.CodeProduit, PC.NoContrat
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD
           Perform ChargeDateTraitement
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string
           String PeriodeTraitement '-%' into PeriodeRecherche
           end-string
           String PeriodeTraitement '-31' into FinMoisTxt
           end-string

      *    Periode cloturee au grand livre : la photo est figee
           If BatchRefuse = 0
               Move 0 to NbPeriodesCloturees
               Move PeriodeTraitement to PeriodeGL
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbPeriodesCloturees
                   FROM GrandLivre
                   WHERE (Periode = :PeriodeGL
                   AND EtatPeriode = 'C')
               END-EXEC
               If NbPeriodesCloturees > 0
                   Display " Periode " PeriodeTraitement " cloturee"
                       " au grand livre - photo figee, job refuse "
                   Move 'W' to SeveriteEvt
                   Move spaces to CleEvt
                   Move "Periode cloturee - photo figee, job refuse"
                       to MessageEvt
                   Call 'EcritJournalExploitation'
                       using EvenementExploitation
                   Move 1 to ContratsEOF
                   Move 1 to BatchRefuse
               end-if
           end-if.

           If BatchRefuse = 0
               Perform DebutControleBatch

      *        La photo d'un passage precedent du mois est remplacee
               Move PeriodeTraitement to PeriodePF
               EXEC SQL
                   DELETE FROM PositionsFinMois
                   WHERE Periode = :PeriodePF
               END-EXEC

               EXEC SQL
                   OPEN ContratsPhoto-Curseur
               END-EXEC
           end-if.

      *---------------------------------------------------------------
      *  Un contrat : reserve, avances, taux applique, ligne de photo
      *---------------------------------------------------------------
       PositionsFinMois-Trt.
           EXEC SQL
               FETCH ContratsPhoto-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC,
                    :CoSouscrContrat, :EtatProduitPC,
                    :ValeurCourantePC, :NantiContrat, :DateEffetPC,
                    :TauxGarantiPC, :DateFinGarantiePC,
                    :CodeAgenceContrat
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
           else
               Move PeriodeTraitement to PeriodePF
               Move CodeProduitPC to CodeProduitPF
               Move NoContratPC to NoContratPF
               Move TiersSouscrPC to TiersSouscrPF
               Move CoSouscrContrat to CoSouscrPF
               Move EtatProduitPC to EtatProduitPF
               Move ValeurCourantePC to ValeurPF
               Move NantiContrat to NantiPF
               Move CodeAgenceContrat to CodeAgencePF
               Move HorodatageBatch to DatePhotoPF

      *        Reserve d'interets courus de l'annee
               Move 0 to InteretsCourusPF
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
                   Move MontantCouruIC to InteretsCourusPF
               end-if

      *        Avances en cours (cf AvanceContrat)
               Move 0 to SoldeAvancePF
               Move CodeProduitPC to CodeProduitAC
               Move NoContratPC to NoContratAC
               EXEC SQL
                   SELECT COALESCE(SUM(SoldeRestant), 0)
                   INTO :SoldeAvancePF
                   FROM AvancesContrat
                   WHERE (CodeProduit = :CodeProduitAC
                   AND NoContrat = :NoContratAC
                   AND EtatAvance = 'E')
               END-EXEC

               Perform CalculTauxApplique

               EXEC SQL
                   INSERT INTO PositionsFinMois
                       (Periode, CodeProduit, NoContrat, TiersSouscr,
                        CoSouscr, EtatProduit, Valeur, InteretsCourus,
                        SoldeAvance, Nanti, TauxApplique, CodeAgence,
                        DatePhoto)
                   VALUES
                       (:PeriodePF, :CodeProduitPF, :NoContratPF,
                        :TiersSouscrPF, :CoSouscrPF, :EtatProduitPF,
                        :ValeurPF, :InteretsCourusPF, :SoldeAvancePF,
                        :NantiPF, :TauxAppliquePF, :CodeAgencePF,
                        :DatePhotoPF)
               END-EXEC

               If SQLCODE = 0
                   Add 1 to NbPhotos
                   Add ValeurPF to TotalValeurPhoto
                   Add InteretsCourusPF to TotalInteretsPhoto
                   Add SoldeAvancePF to TotalAvancesPhoto
               else
                   Move 'E' to SeveriteEvt
                   String CodeProduitPC ' ' NoContratPC into CleEvt
                   end-string
                   Move "Photo du contrat impossible" to MessageEvt
                   Call 'EcritJournalExploitation'
                       using EvenementExploitation
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Taux annuel applique au mois : taux de l'annee (a defaut
      *  celui du produit), taux promotionnel pendant sa duree, puis
      *  plancher du taux minimum garanti en cours - memes regles que
      *  CalculInteretMensuel, hors majorations de paliers qui
      *  dependent du montant
      *---------------------------------------------------------------
       CalculTauxApplique.
           Move 0 to TauxAppliquePF
           Move CodeProduitPC to CodeProduitRecherche
           Perform ChargeParamProduit

           If ProduitTrouve = 0
               Add 1 to NbPhotosSansProduit
           else
               Move Annee of DateOperationContrat to IndicateurAnnee
               Perform ChargeTauxAnnee

               If TauxPromo of ligneProduit(IndexContrat) > 0
                   unstring DateEffetPC delimited by '-' into
                       Annee of DateEffetContratEpargne
                       Mois of DateEffetContratEpargne
                       Jour of DateEffetContratEpargne
                   end-unstring
                   Compute MoisEcoulesPromo =
                       (Annee of DateOperationContrat
                        - Annee of DateEffetContratEpargne) * 12
                       + Mois of DateOperationContrat
                       - Mois of DateEffetContratEpargne
                   If MoisEcoulesPromo >= 0
                    and MoisEcoulesPromo
                        < DureePromoMois of ligneProduit(IndexContrat)
                       Move TauxPromo of ligneProduit(IndexContrat)
                           to TauxAnnuelEnVigueur
                   end-if
               end-if

               If TauxGarantiPC > TauxAnnuelEnVigueur
                and (DateFinGarantiePC = spaces
                     or DateFinGarantiePC(1:7) >= PeriodeTraitement)
                   Move TauxGarantiPC to TauxAnnuelEnVigueur
               end-if

               Move TauxAnnuelEnVigueur to TauxAppliquePF
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       PositionsFinMois-Fin.
           If BatchRefuse = 0
               EXEC SQL
                   CLOSE ContratsPhoto-Curseur
               END-EXEC

               Perform FinControleBatch
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           If BatchRefuse = 0
               Move TotalValeurPhoto to MontantDisplayPF
               Display " Photo de fin de mois " PeriodeTraitement
                   " : " NbPhotos " contrat(s), valeur "
                   MontantDisplayPF
               If NbPhotosSansProduit > 0
                   Display " dont " NbPhotosSansProduit
                       " contrat(s) de produit absent du fichier"
                       " parametres (taux applique a zero) "
               end-if
           end-if.

           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move TotalValeurPhoto to MontantDisplayPF
           String "Fin du passage - " NbPhotos " contrat(s), valeur "
               MontantDisplayPF into MessageEvt
           end-string
           Call 'EcritJournalExploitation' using EvenementExploitation.

      *---------------------------------------------------------------
      *  Date de traitement : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge
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
                   move 1 to ContratsEOF
                   move 1 to BatchRefuse
               when other
                   Display " Erreur ouverture fichier produits -"
                       " code " FichierEpargneStatus
                   move 1 to EofImport
                   move 1 to ContratsEOF
                   move 1 to BatchRefuse
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
               when TauxRemunerationTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when TauxPromoTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when DureePromoMoisTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when other
                   Add 1 to IndexContrat
           end-evaluate.

      *    Recherche du produit : IndexContrat garde l'indice trouve
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
      * Importation de TauxRemunerationAnnee.csv - meme logique que
      * CalculInteretMensuel
      *---------------------------------------------------------------
       ImportationTauxAnnee.
           Move 0 to EofImportTaux.
           Move 1 to IndexTauxAnnee.

           open input FichierTauxAnnee.
           evaluate FichierTauxAnneeStatus
               when "00"
                   read FichierTauxAnnee
                       at end move 1 to EofImportTaux
                   end-read
               when other
                   move 1 to EofImportTaux
           end-evaluate.

           Perform ImportationTauxAnnee-Trt Until EofImportTaux = 1.

           if FichierTauxAnneeStatus = "00"
            or FichierTauxAnneeStatus = "10"
               close FichierTauxAnnee
           end-if.

       ImportationTauxAnnee-Trt.
           Unstring EnrFichierTauxAnnee delimited by ";" into
               AnneeTaux       of ligneTauxAnnee(IndexTauxAnnee)
               TauxAnneeTxt    of ligneTauxAnnee(IndexTauxAnnee)
               Tallying in NbChampsImportTaux
           end-Unstring

           if NbChampsImportTaux = 2
            and TauxAnneeTxt of ligneTauxAnnee(IndexTauxAnnee)
                is numeric
               Move IndexTauxAnnee to NbLigneTauxAnnee
               Add 1 to IndexTauxAnnee
           end-if.

           read FichierTauxAnnee
               at end move 1 to EofImportTaux
           end-read.

      *---------------------------------------------------------------
      * Taux en vigueur de l'annee - meme logique que
      * CalculInteretMensuel
      *---------------------------------------------------------------
       ChargeTauxAnnee.
           Move 0 to TauxAnneeTrouve
           Move 1 to IndexTauxAnnee
           Perform ChargeTauxAnnee-Trt
               Until IndexTauxAnnee > NbLigneTauxAnnee
                  or TauxAnneeTrouve = 1

           if TauxAnneeTrouve = 1
               Move TauxAnneeVal of ligneTauxAnnee(IndexRechTauxAnnee)
                   to TauxAnnuelEnVigueur
           else
               Move TauxRemuneration of ligneProduit(IndexContrat)
                   to TauxAnnuelEnVigueur
           end-if.

       ChargeTauxAnnee-Trt.
           if AnneeTaux of ligneTauxAnnee(IndexTauxAnnee)
              = IndicateurAnnee
               Move 1 to TauxAnneeTrouve
               Move IndexTauxAnnee to IndexRechTauxAnnee
           else
               Add 1 to IndexTauxAnnee
           end-if.

      *---------------------------------------------------------------
      *  Controle des passages batch : chaque passage est trace, le
      *  dernier avant la cloture de la periode fait foi
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "PositionsFinMois" to NomJobCB
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
           Move NbPhotos to NbTraitesCB

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

       end program PositionsFinMois.
