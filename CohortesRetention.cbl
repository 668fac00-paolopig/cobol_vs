       program-id. CohortesRetention as
           "Contrat_Epargne_TS.CohortesRetention".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Rapport trimestriel de retention des contrats par cohorte de
      *    souscription : une ligne par annee et produit, par trimestre
      *    et produit, puis par annee et operateur souscripteur
           select FichierCohortes assign to
                "C:\fichiers-cobol\CohortesRetention.txt"
                organization is line sequential access sequential
                file status is FichierCohortesStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierCohortes record varying from 0 to 255.
       01 EnrFichierCohortes pic x(255).

       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).
       77  DateTraitementTxt       pic X(10).

       77  FichierCohortesStatus   pic x(2).
       77  FichierCohortesOk       pic 9.
       77  EnrLigneCohorte         pic X(255).

       77  ContratsEOF             pic 9.
       77  NbContratsLus           pic 9(7) value 0.
       77  NbContratsIgnores       pic 9(5) value 0.

      *---------------------------------------------------------------
      * Contrat lu : cohorte (annee et trimestre de la date d'effet),
      * operateur de la premiere operation (la souscription, archive
      * comprise), versements bruts 'S' + 'V' de toute la vie du
      * contrat, date et motif de sortie. Motifs : 'O' toujours en
      * portefeuille (actif, en rente), 'N' renonciation (etat 6),
      * 'E' echeance (etat 4, ou clos apres le terme DateEffet +
      * DureeContrat), 'D' deces (succession en cours ou reglee),
      * 'T' transfert sortant (TransfertsSortants), 'R' rachat total.
      * Les contrats en attente de fonds (etat 2) ne sont pas encore
      * entres en portefeuille : ils ne comptent dans aucune cohorte
      *---------------------------------------------------------------
       77  EtatContratCR           pic X.
       77  DureeContratCR          pic 999.
       77  ValeurCouranteCR        pic 9(12)v99.
       77  DateDecesCR             pic X(10).
       01  DateEffetCR.
           05 AnneeEffetCR         pic 9(4).
           05 filler               pic X.
           05 MoisEffetCR          pic 99.
           05 filler               pic X.
           05 JourEffetCR          pic 99.
       01  DateSortieCR.
           05 AnneeSortieCR        pic 9(4).
           05 filler               pic X.
           05 MoisSortieCR         pic 99.
           05 filler               pic X.
           05 JourSortieCR         pic 99.
       77  TrimestreEffetCR        pic 9.
       77  OperateurSouscrCR       pic X(8).
       77  MotifSortieCR           pic X.
       77  DateDerniereOpCR        pic X(10).
       77  DateDerniereOpArchCR    pic X(10).
       77  VersementsContratCR     pic 9(12)v99.
       77  VersementsArchiveCR     pic 9(12)v99.
       77  ValeurSortieCR          pic 9(12)v99.
       77  RachatsSortieArchCR     pic 9(12)v99.
       77  NbTransfertsCR          pic 9(5).
       77  NbReglementsDecesCR     pic 9(5).
       77  AnneeTermeCR            pic 9(4).
       01  DateTermeCR.
           05 AnneeTermeTxtCR      pic 9(4).
           05 FinDateTermeCR       pic X(6).
       77  MoisAvantSortieCR       pic S9(5).

      *---------------------------------------------------------------
      * Survie aux anniversaires 1, 2, 3, 5 et 8 ans : un contrat
      * n'entre dans le taux d'un anniversaire que si celui-ci est
      * atteint a la date de traitement (cohorte assez ancienne), il y
      * survit s'il est toujours en portefeuille ou sorti a cette date
      * ou apres
      *---------------------------------------------------------------
       01  AnniversairesVals.
           05 filler               pic 9 value 1.
           05 filler               pic 9 value 2.
           05 filler               pic 9 value 3.
           05 filler               pic 9 value 5.
           05 filler               pic 9 value 8.
       01  Anniversaires redefines AnniversairesVals.
           05 NbAnsAnniversaire    pic 9 occurs 5 times.
       77  IndexAnniv              pic 9.
       01  DateAnniversaireCR.
           05 AnneeAnnivCR         pic 9(4).
           05 FinDateAnnivCR       pic X(6).
       01  SurvieContrat.
           05 EligibleContrat      pic 9 occurs 5 times.
           05 SurvitContrat        pic 9 occurs 5 times.

      *---------------------------------------------------------------
      * Cumuls par cohorte : 'A' annee x produit, 'Q' trimestre x
      * produit, 'O' annee x operateur souscripteur - chaque contrat
      * alimente une ligne de chaque sorte
      *---------------------------------------------------------------
       77  NbCohortes              pic 9(4) value 0.
       77  IndexCohorte            pic 9(4).
       77  CohorteTrouvee          pic 9.
       77  NbContratsHorsTable     pic 9(5) value 0.
       77  TypeCohorteRech         pic X.
       77  TrimCohorteRech         pic 9.
       77  ProduitCohorteRech      pic XX.
       77  OperateurCohorteRech    pic X(8).
       01  TableCohortes.
           05 LigneCohorte OCCURS 2000 TIMES.
             10 TypeCoh            PIC X.
             10 AnneeCoh           PIC 9(4).
             10 TrimCoh            PIC 9.
             10 ProduitCoh         PIC XX.
             10 OperateurCoh       PIC X(8).
             10 NbSouscritsCoh     PIC 9(7).
             10 NbOuvertsCoh       PIC 9(7).
             10 NbRenonciationsCoh PIC 9(7).
             10 NbRachatsCoh       PIC 9(7).
             10 NbTransfertsCoh    PIC 9(7).
             10 NbEcheancesCoh     PIC 9(7).
             10 NbDecesCoh         PIC 9(7).
             10 CumulMoisSortieCoh PIC 9(9).
             10 VersementsSortisCoh PIC 9(13)V99.
             10 ValeurSortieCoh    PIC 9(13)V99.
             10 EligibleCoh        PIC 9(7) occurs 5 times.
             10 SurvivantsCoh      PIC 9(7) occurs 5 times.

      *---------------------------------------------------------------
      * Edition du rapport
      *---------------------------------------------------------------
       77  TypeEdite               pic X.
       77  NbSortisCoh             pic 9(7).
       77  CohorteEditee           pic X(7).
       77  NbLignesEditees         pic 9(5) value 0.
       77  MoyenneMoisCoh          pic 9(5)v9.
       77  TauxSurvieCoh           pic 999v99.
       77  MoyenneSortieCoh        pic 9(12)v99.
       77  MoyenneVersementsCoh    pic 9(12)v99.
       77  RatioSortieCoh          pic 9(5)v99.
       77  NbDisplayCR             pic Z(6)9.
       77  MoisDisplayCR           pic Z(4)9.9.
       77  TauxDisplayCR           pic ZZ9.99.
       77  MontantDisplayCR        pic Z(11)9.99.
       77  RatioDisplayCR          pic Z(4)9.99.
       01  ZonesSurvieEditees.
           05 SurvieEditee         pic X(7) occurs 5 times.
       77  PositionLigne           pic 9(3).

      *---------------------------------------------------------------
      * Controle des passages batch : rapport de lecture seule, chaque
      * passage est trace sans refus (un rapport se refait a volonte)
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

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - retention et attrition par cohorte de souscription :
      *  combien de contrats d'une annee (d'un trimestre) et d'un
      *  produit sont toujours la, combien sont sortis et par quelle
      *  porte (renonciation, rachat, transfert, echeance, deces),
      *  apres combien de mois, avec les taux de survie a 1, 2, 3, 5
      *  et 8 ans et la valeur moyenne a la sortie rapportee aux
      *  versements. L'historique archive (OperationsArchive) est lu
      *  avec les operations vivantes : les vieilles cohortes sont
      *  completes
      *---------------------------------------------------------------
       Debut.
           Move "CohortesRetention" to JobEvt
           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move "Lancement du passage" to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           perform Cohortes-Init.
           perform Cohortes-Trt until ContratsEOF = 1.
           perform Cohortes-Fin.
           goback.

       Cohortes-Init.
           Move 0 to ContratsEOF.

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

      *    Tous les contrats, clos compris, par date d'effet - le
      *    produit est le produit actuel du contrat (une conversion
      *    emporte la date d'effet, cf ConversionContrat)
           EXEC SQL
               DECLARE ContratsCohortes-Curseur CURSOR FOR
                Select PC.CodeProduit, PC.NoContrat, PC.EtatProduit,
                 PC.DateEffet, COALESCE(PC.DureeContrat, 0),
                 PC.ValeurCourante, COALESCE(T.DateDeces, ' ')
                From ProduitsClient PC
                LEFT JOIN TiersSB T
                 ON T.IdTiers = PC.TiersSouscr
                ORDER BY PC.DateEffet, PC.CodeProduit, PC.NoContrat
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD
           Perform ChargeDateTraitement
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string
           String PeriodeTraitement '-'
               Jour of DateOperationContrat into DateTraitementTxt
           end-string

           If BatchRefuse = 0
               Perform DebutControleBatch

               open output FichierCohortes
               evaluate FichierCohortesStatus
                   when "00"
                       move 1 to FichierCohortesOk
                   when other
                       move 0 to FichierCohortesOk
                       Display " Erreur ouverture rapport des"
                           " cohortes - code " FichierCohortesStatus
                       Move 1 to ContratsEOF
               end-evaluate
           end-if.

           If FichierCohortesOk = 1
               EXEC SQL
                   OPEN ContratsCohortes-Curseur
               END-EXEC
           end-if.

      *---------------------------------------------------------------
      *  Un contrat : cohorte, operateur, versements, sortie, survie,
      *  puis cumul dans ses trois lignes de cohorte
      *---------------------------------------------------------------
       Cohortes-Trt.
           EXEC SQL
               FETCH ContratsCohortes-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :EtatContratCR,
                    :DateEffetPC, :DureeContratCR, :ValeurCouranteCR,
                    :DateDecesCR
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
           else
               Add 1 to NbContratsLus
               Move DateEffetPC to DateEffetCR
               If EtatContratCR = '2'
                or DateEffetPC = spaces
                or AnneeEffetCR is not numeric
                or MoisEffetCR is not numeric
                   Add 1 to NbContratsIgnores
               else
                   Move CodeProduitPC to CodeProduitOC
                   Move NoContratPC to NoContratOC
                   Compute TrimestreEffetCR = (MoisEffetCR + 2) / 3
                   Perform LitHistoriqueContrat
                   Perform DetermineSortie
                   Perform CalculSurvie
                   Perform CumuleCohortes
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Historique du contrat, operations vivantes et archivees :
      *  operateur de la premiere operation, versements bruts, date de
      *  la derniere operation
      *---------------------------------------------------------------
       LitHistoriqueContrat.
           Move "INCONNU" to OperateurSouscrCR
           Move spaces to OperateurOC
           EXEC SQL
               SELECT Operateur
               INTO :OperateurOC
               FROM OperationsArchive
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation =
                (Select MIN(NoOperation) From OperationsArchive
                 Where CodeProduit = :CodeProduitOC
                 And NoContrat = :NoContratOC))
           END-EXEC
           If SQLCODE not = 0
               EXEC SQL
                   SELECT Operateur
                   INTO :OperateurOC
                   FROM OperationsCompte
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND NoOperation =
                    (Select MIN(NoOperation) From OperationsCompte
                     Where CodeProduit = :CodeProduitOC
                     And NoContrat = :NoContratOC))
               END-EXEC
           end-if
           If SQLCODE = 0 and OperateurOC not = spaces
               Move OperateurOC to OperateurSouscrCR
           end-if

           Move 0 to VersementsContratCR
           Move 0 to VersementsArchiveCR
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation), 0)
               INTO :VersementsContratCR
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND (TypeOperation = 'S' OR TypeOperation = 'V'))
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation), 0)
               INTO :VersementsArchiveCR
               FROM OperationsArchive
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND (TypeOperation = 'S' OR TypeOperation = 'V'))
           END-EXEC
           Add VersementsArchiveCR to VersementsContratCR

           Move spaces to DateDerniereOpCR
           Move spaces to DateDerniereOpArchCR
           EXEC SQL
               SELECT COALESCE(MAX(DateOperation), ' ')
               INTO :DateDerniereOpCR
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC
           EXEC SQL
               SELECT COALESCE(MAX(DateOperation), ' ')
               INTO :DateDerniereOpArchCR
               FROM OperationsArchive
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC
           If DateDerniereOpArchCR > DateDerniereOpCR
               Move DateDerniereOpArchCR to DateDerniereOpCR
           end-if
           If DateDerniereOpCR = spaces
               Move DateEffetPC to DateDerniereOpCR
           end-if.

      *---------------------------------------------------------------
      *  Motif, date et valeur de sortie d'un contrat sorti
      *---------------------------------------------------------------
       DetermineSortie.
           Move 0 to ValeurSortieCR
           Move spaces to DateSortieCR

      *    Terme contractuel DateEffet + DureeContrat (0 = viager)
           Move spaces to DateTermeCR
           If DureeContratCR > 0
               Compute AnneeTermeCR = AnneeEffetCR + DureeContratCR
               Move AnneeTermeCR to AnneeTermeTxtCR
               Move DateEffetPC(5:6) to FinDateTermeCR
           end-if

           Evaluate EtatContratCR
               When '1'
               When '5'
                   Move 'O' to MotifSortieCR
               When '6'
                   Move 'N' to MotifSortieCR
                   Move DateDerniereOpCR to DateSortieCR
      *            Remboursement integral des versements
                   Move VersementsContratCR to ValeurSortieCR
               When '4'
                   Move 'E' to MotifSortieCR
                   If DateTermeCR not = spaces
                       Move DateTermeCR to DateSortieCR
                   else
                       Move DateDerniereOpCR to DateSortieCR
                   end-if
                   Move ValeurCouranteCR to ValeurSortieCR
               When '3'
                   Move 'D' to MotifSortieCR
                   Move ValeurCouranteCR to ValeurSortieCR
                   If DateDecesCR not = spaces
                       Move DateDecesCR to DateSortieCR
                   else
                       Move DateDerniereOpCR to DateSortieCR
                   end-if
               When other
                   Perform DetermineSortieContratClos
           End-evaluate.

      *    Contrat clos (etat 0) : transfert, deces regle, echeance
      *    servie ou rachat total - la valeur de sortie est le reglement
      *    'R' du jour de cloture
       DetermineSortieContratClos.
           Move DateDerniereOpCR to DateSortieCR

           Move 0 to NbTransfertsCR
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbTransfertsCR
               FROM TransfertsSortants
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC

           Move 0 to NbReglementsDecesCR
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbReglementsDecesCR
               FROM PrelevementsDeces
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC

           Evaluate true
               When NbTransfertsCR > 0
                   Move 'T' to MotifSortieCR
               When NbReglementsDecesCR > 0
                or DateDecesCR not = spaces
                   Move 'D' to MotifSortieCR
               When DateTermeCR not = spaces
                and DateSortieCR >= DateTermeCR
                   Move 'E' to MotifSortieCR
               When other
                   Move 'R' to MotifSortieCR
           End-evaluate

           Move 0 to RachatsSortieArchCR
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation), 0)
               INTO :ValeurSortieCR
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND TypeOperation = 'R'
               AND DateOperation = :DateSortieCR)
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation), 0)
               INTO :RachatsSortieArchCR
               FROM OperationsArchive
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND TypeOperation = 'R'
               AND DateOperation = :DateSortieCR)
           END-EXEC
           Add RachatsSortieArchCR to ValeurSortieCR.

      *---------------------------------------------------------------
      *  Anciennete a la sortie en mois et survie aux anniversaires
      *---------------------------------------------------------------
       CalculSurvie.
           Move 0 to MoisAvantSortieCR
           If MotifSortieCR not = 'O'
            and AnneeSortieCR is numeric
            and MoisSortieCR is numeric
            and JourSortieCR is numeric
               Compute MoisAvantSortieCR =
                   (AnneeSortieCR - AnneeEffetCR) * 12
                   + MoisSortieCR - MoisEffetCR
               If JourSortieCR < JourEffetCR
                   Subtract 1 from MoisAvantSortieCR
               end-if
               If MoisAvantSortieCR < 0
                   Move 0 to MoisAvantSortieCR
               end-if
           end-if

           Move 1 to IndexAnniv
           Perform CalculSurvieAnniversaire until IndexAnniv > 5.

       CalculSurvieAnniversaire.
           Move 0 to EligibleContrat(IndexAnniv)
           Move 0 to SurvitContrat(IndexAnniv)
           Compute AnneeAnnivCR =
               AnneeEffetCR + NbAnsAnniversaire(IndexAnniv)
           Move DateEffetPC(5:6) to FinDateAnnivCR

           If DateAnniversaireCR <= DateTraitementTxt
               Move 1 to EligibleContrat(IndexAnniv)
               If MotifSortieCR = 'O'
                or DateSortieCR >= DateAnniversaireCR
                   Move 1 to SurvitContrat(IndexAnniv)
               end-if
           end-if
           Add 1 to IndexAnniv.

      *---------------------------------------------------------------
      *  Cumul du contrat dans ses trois lignes de cohorte
      *---------------------------------------------------------------
       CumuleCohortes.
           Move 'A' to TypeCohorteRech
           Move 0 to TrimCohorteRech
           Move CodeProduitPC to ProduitCohorteRech
           Move spaces to OperateurCohorteRech
           Perform CumuleUneCohorte

           Move 'Q' to TypeCohorteRech
           Move TrimestreEffetCR to TrimCohorteRech
           Perform CumuleUneCohorte

           Move 'O' to TypeCohorteRech
           Move 0 to TrimCohorteRech
           Move spaces to ProduitCohorteRech
           Move OperateurSouscrCR to OperateurCohorteRech
           Perform CumuleUneCohorte.

       CumuleUneCohorte.
           Move 0 to CohorteTrouvee
           Move 1 to IndexCohorte
           Perform RechercheCohorte
               until IndexCohorte > NbCohortes or CohorteTrouvee = 1

           If CohorteTrouvee = 0
               If NbCohortes < 2000
                   Add 1 to NbCohortes
                   Move NbCohortes to IndexCohorte
                   Initialize LigneCohorte(IndexCohorte)
                   Move TypeCohorteRech to TypeCoh(IndexCohorte)
                   Move AnneeEffetCR to AnneeCoh(IndexCohorte)
                   Move TrimCohorteRech to TrimCoh(IndexCohorte)
                   Move ProduitCohorteRech to ProduitCoh(IndexCohorte)
                   Move OperateurCohorteRech
                       to OperateurCoh(IndexCohorte)
                   Move 1 to CohorteTrouvee
               else
                   Add 1 to NbContratsHorsTable
                   Move 'W' to SeveriteEvt
                   String CodeProduitPC ' ' NoContratPC into CleEvt
                   end-string
                   Move "Table des cohortes pleine - contrat ignore"
                       to MessageEvt
                   Call 'EcritJournalExploitation'
                       using EvenementExploitation
               end-if
           end-if

           If CohorteTrouvee = 1
               Perform AjouteContratCohorte
           end-if.

       RechercheCohorte.
           If TypeCoh(IndexCohorte) = TypeCohorteRech
            and AnneeCoh(IndexCohorte) = AnneeEffetCR
            and TrimCoh(IndexCohorte) = TrimCohorteRech
            and ProduitCoh(IndexCohorte) = ProduitCohorteRech
            and OperateurCoh(IndexCohorte) = OperateurCohorteRech
               Move 1 to CohorteTrouvee
           else
               Add 1 to IndexCohorte
           end-if.

       AjouteContratCohorte.
           Add 1 to NbSouscritsCoh(IndexCohorte)
           Evaluate MotifSortieCR
               When 'O'
                   Add 1 to NbOuvertsCoh(IndexCohorte)
               When 'N'
                   Add 1 to NbRenonciationsCoh(IndexCohorte)
               When 'R'
                   Add 1 to NbRachatsCoh(IndexCohorte)
               When 'T'
                   Add 1 to NbTransfertsCoh(IndexCohorte)
               When 'E'
                   Add 1 to NbEcheancesCoh(IndexCohorte)
               When 'D'
                   Add 1 to NbDecesCoh(IndexCohorte)
           End-evaluate

           If MotifSortieCR not = 'O'
               Add MoisAvantSortieCR to CumulMoisSortieCoh(IndexCohorte)
               Add VersementsContratCR
                   to VersementsSortisCoh(IndexCohorte)
               Add ValeurSortieCR to ValeurSortieCoh(IndexCohorte)
           end-if

           Move 1 to IndexAnniv
           Perform AjouteSurvieCohorte until IndexAnniv > 5.

       AjouteSurvieCohorte.
           Add EligibleContrat(IndexAnniv)
               to EligibleCoh(IndexCohorte, IndexAnniv)
           Add SurvitContrat(IndexAnniv)
               to SurvivantsCoh(IndexCohorte, IndexAnniv)
           Add 1 to IndexAnniv.

      *---------------------------------------------------------------
      *  Edition du rapport et bilan du job
      *---------------------------------------------------------------
       Cohortes-Fin.
           If FichierCohortesOk = 1
               EXEC SQL
                   CLOSE ContratsCohortes-Curseur
               END-EXEC

               String "RETENTION DES CONTRATS PAR COHORTE - ARRETE AU "
                   DateTraitementTxt
                   into EnrLigneCohorte
               end-string
               Move EnrLigneCohorte to EnrFichierCohortes
               write EnrFichierCohortes
               Move spaces to EnrLigneCohorte
               String "Type;Cohorte;Produit;Operateur;Souscrits;"
                   "EnPortefeuille;Renonciations;Rachats;Transferts;"
                   "Echeances;Deces;MoisMoyensAvantSortie;"
                   "Survie1An;Survie2Ans;Survie3Ans;Survie5Ans;"
                   "Survie8Ans;ValeurMoyenneSortie;"
                   "VersementsMoyensSortis;RatioSortieVersements"
                   delimited by size into EnrLigneCohorte
               end-string
               Move EnrLigneCohorte to EnrFichierCohortes
               write EnrFichierCohortes

      *        Annee x produit, puis trimestre x produit, puis annee x
      *        operateur : l'ordre de lecture (date d'effet) donne
      *        l'ordre chronologique dans chaque section
               Move 'A' to TypeEdite
               Move 1 to IndexCohorte
               Perform EditeCohorte until IndexCohorte > NbCohortes
               Move 'Q' to TypeEdite
               Move 1 to IndexCohorte
               Perform EditeCohorte until IndexCohorte > NbCohortes
               Move 'O' to TypeEdite
               Move 1 to IndexCohorte
               Perform EditeCohorte until IndexCohorte > NbCohortes

               close FichierCohortes
           end-if.

           If BatchRefuse = 0
               Perform FinControleBatch
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Retention par cohorte : " NbContratsLus
               " contrat(s) lu(s), " NbContratsIgnores
               " en attente de fonds ou sans date d'effet ".
           Display " Lignes de cohorte editees : " NbLignesEditees
               " (rapport : CohortesRetention.txt) ".
           If NbContratsHorsTable > 0
               Display " Contrats hors table des cohortes : "
                   NbContratsHorsTable
           end-if.

           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           String "Fin du passage - " NbContratsLus " contrat(s), "
               NbLignesEditees " ligne(s) de cohorte" into MessageEvt
           end-string
           Call 'EcritJournalExploitation' using EvenementExploitation.

      *---------------------------------------------------------------
      *  Une ligne de cohorte de la section en cours
      *---------------------------------------------------------------
       EditeCohorte.
           If TypeCoh(IndexCohorte) = TypeEdite
               Perform EditeLigneCohorte
               Add 1 to NbLignesEditees
           end-if
           Add 1 to IndexCohorte.

       EditeLigneCohorte.
           Move spaces to CohorteEditee
           If TypeCoh(IndexCohorte) = 'Q'
               String AnneeCoh(IndexCohorte) '-T'
                   TrimCoh(IndexCohorte) into CohorteEditee
               end-string
           else
               Move AnneeCoh(IndexCohorte) to CohorteEditee
           end-if

           Compute NbSortisCoh = NbSouscritsCoh(IndexCohorte)
               - NbOuvertsCoh(IndexCohorte)

           Move spaces to EnrLigneCohorte
           Move 1 to PositionLigne
           String TypeCoh(IndexCohorte) ';' CohorteEditee ';'
               ProduitCoh(IndexCohorte) ';'
               OperateurCoh(IndexCohorte) ';'
               delimited by size
               into EnrLigneCohorte with pointer PositionLigne
           end-string

           Move NbSouscritsCoh(IndexCohorte) to NbDisplayCR
           Perform AjouteNombreLigne
           Move NbOuvertsCoh(IndexCohorte) to NbDisplayCR
           Perform AjouteNombreLigne
           Move NbRenonciationsCoh(IndexCohorte) to NbDisplayCR
           Perform AjouteNombreLigne
           Move NbRachatsCoh(IndexCohorte) to NbDisplayCR
           Perform AjouteNombreLigne
           Move NbTransfertsCoh(IndexCohorte) to NbDisplayCR
           Perform AjouteNombreLigne
           Move NbEcheancesCoh(IndexCohorte) to NbDisplayCR
           Perform AjouteNombreLigne
           Move NbDecesCoh(IndexCohorte) to NbDisplayCR
           Perform AjouteNombreLigne

      *    Anciennete moyenne a la sortie, en mois
           Move 0 to MoyenneMoisCoh
           If NbSortisCoh > 0
               Compute MoyenneMoisCoh rounded =
                   CumulMoisSortieCoh(IndexCohorte) / NbSortisCoh
           end-if
           Move MoyenneMoisCoh to MoisDisplayCR
           String MoisDisplayCR ';' delimited by size
               into EnrLigneCohorte with pointer PositionLigne
           end-string

      *    Taux de survie : "n/d" tant que l'anniversaire n'est atteint
      *    par aucun contrat de la cohorte
           Move 1 to IndexAnniv
           Perform EditeSurvieCohorte until IndexAnniv > 5

      *    Valeur moyenne a la sortie contre versements moyens des
      *    contrats sortis
           Move 0 to MoyenneSortieCoh
           Move 0 to MoyenneVersementsCoh
           Move 0 to RatioSortieCoh
           If NbSortisCoh > 0
               Compute MoyenneSortieCoh rounded =
                   ValeurSortieCoh(IndexCohorte) / NbSortisCoh
               Compute MoyenneVersementsCoh rounded =
                   VersementsSortisCoh(IndexCohorte) / NbSortisCoh
           end-if
           If VersementsSortisCoh(IndexCohorte) > 0
               Compute RatioSortieCoh rounded =
                   ValeurSortieCoh(IndexCohorte) * 100
                   / VersementsSortisCoh(IndexCohorte)
           end-if
           Move MoyenneSortieCoh to MontantDisplayCR
           String MontantDisplayCR ';' delimited by size
               into EnrLigneCohorte with pointer PositionLigne
           end-string
           Move MoyenneVersementsCoh to MontantDisplayCR
           String MontantDisplayCR ';' delimited by size
               into EnrLigneCohorte with pointer PositionLigne
           end-string
           Move RatioSortieCoh to RatioDisplayCR
           String RatioDisplayCR delimited by size
               into EnrLigneCohorte with pointer PositionLigne
           end-string

           Move EnrLigneCohorte to EnrFichierCohortes
           write EnrFichierCohortes.

       AjouteNombreLigne.
           String NbDisplayCR ';' delimited by size
               into EnrLigneCohorte with pointer PositionLigne
           end-string.

       EditeSurvieCohorte.
           If EligibleCoh(IndexCohorte, IndexAnniv) = 0
               Move "n/d" to SurvieEditee(IndexAnniv)
           else
               Compute TauxSurvieCoh rounded =
                   SurvivantsCoh(IndexCohorte, IndexAnniv) * 100
                   / EligibleCoh(IndexCohorte, IndexAnniv)
               Move TauxSurvieCoh to TauxDisplayCR
               Move TauxDisplayCR to SurvieEditee(IndexAnniv)
           end-if
           String SurvieEditee(IndexAnniv) ';' delimited by size
               into EnrLigneCohorte with pointer PositionLigne
           end-string
           Add 1 to IndexAnniv.

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
      *  Controle des passages batch : chaque passage est trace
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "CohortesRetention" to NomJobCB
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
           Move NbContratsLus to NbTraitesCB

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

       end program CohortesRetention.
