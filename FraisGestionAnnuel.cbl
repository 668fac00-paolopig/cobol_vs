       program-id. FraisGestionAnnuel as
           "Contrat_Epargne_TS.FraisGestionAnnuel".

       environment division.
       Configuration section.

       input-output section.
       file-control.
           select FichierEpargne assign to
                "C:\fichiers-cobol\ProduitsEpargne.csv"
                organization is line sequential access sequential
                file status is FichierEpargneStatus.

      *    Rapport de facturation des frais de gestion : une ligne par
      *    contrat facture (taux applique, encours moyen de l'annee,
      *    frais preleves), total general a rapprocher du journal
           select FichierRapportGestion assign to
                "C:\fichiers-cobol\FraisGestionAnnuel.txt"
                organization is line sequential access sequential
                file status is FichierRapportGestionStatus.

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

       FD FichierRapportGestion record varying from 0 to 255.
       01 EnrFichierRapportGestion pic x(255).

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

       77  ContratsEOF             pic 9.
       77  OperationsGestionEOF    pic 9.
       77  NbContratsFactures      pic 9(5) value 0.
       77  NbContratsDejaFactures  pic 9(5) value 0.
       77  NbContratsSansFrais     pic 9(5) value 0.
       77  NbFraisGestionAnnee     pic 9(5).
       77  TotalFraisGestion       pic 9(13)v99 value 0.

       77  FichierRapportGestionStatus pic x(2).
       77  FichierRapportGestionOk pic 9 value 0.
       77  EnrLigneRapportGestion  pic X(255).
       77  MontantDisplayFG        pic Z(12)9.99.
       77  TauxDisplayFG           pic Z9.9999.

       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).

      *---------------------------------------------------------------
      * Facturation annuelle : le 31/12 seulement (date de traitement)
      * sur l'annee civile ecoulee, du 1er janvier - ou de la date
      * d'effet si le contrat est plus jeune - au 31/12 inclus (la
      * borne de fin est le 1er janvier suivant, exclue). Les autres
      * jours, le passage est trace sans rien facturer
      *---------------------------------------------------------------
       77  JourFacturation         pic 9 value 0.
       77  BatchTrace              pic 9 value 0.
       77  AnneeSuivanteGestion    pic 9(4).
       77  AnneeRecherche          pic X(10).
       77  DateDebutAnneeGestion   pic X(10).
       77  DateDebutPeriodeGestion pic X(10).
       77  DateFinPeriodeGestion   pic X(10).

      *---------------------------------------------------------------
      * Encours moyen : rejeu signe de l'historique du contrat (memes
      * signes que ControleValeurs) et cumul solde x jours sur la
      * periode, ramene au nombre de jours de l'annee civile
      *---------------------------------------------------------------
       77  TauxGestionApplique     pic 99v9999.
       77  SoldeGestion            pic S9(13)v99.
       77  CumulSoldeJours         pic 9(16)v99.
       77  EncoursMoyenGestion     pic 9(13)v99.
       77  MontantFraisGestion     pic 9(10)v99.
       77  DernierTypeGestion      pic X.
       77  SauterFraisGestion      pic 9.
       77  TypeOrigineGestion      pic X.
       77  NatureOrigineGestion    pic X.
       77  TypeParentGestion       pic X.
       77  NoOperationParent       pic 9(8).
       77  JourDebutPeriode        pic 9(7).
       77  JourFinPeriode          pic 9(7).
       77  JourCourantGestion      pic 9(7).
       77  NbJoursAnneeGestion     pic 9(3).

      *---------------------------------------------------------------
      * Quantieme absolu d'une date AAAA-MM-JJ (cf CalculeQuantieme)
      * pour compter les jours entre deux dates - bissextiles au sens
      * du multiple de 4, comme les autres calendriers du systeme
      *---------------------------------------------------------------
       77  DateQuantiemeTxt        pic X(10).
       01  DateQuantieme.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77  QuantiemeTravail        pic 9(7).
       77  AnneeQuotient           pic 9999.
       77  AnneeReste4             pic 9.

       01  TableCumulJoursVals.
           05 filler pic 999 value 0.
           05 filler pic 999 value 31.
           05 filler pic 999 value 59.
           05 filler pic 999 value 90.
           05 filler pic 999 value 120.
           05 filler pic 999 value 151.
           05 filler pic 999 value 181.
           05 filler pic 999 value 212.
           05 filler pic 999 value 243.
           05 filler pic 999 value 273.
           05 filler pic 999 value 304.
           05 filler pic 999 value 334.
       01  TableCumulJours redefines TableCumulJoursVals.
           05 CumulJoursMois pic 999 occurs 12 times.

      *---------------------------------------------------------------
      * Controle des passages batch : trace sans refus de relancement,
      * la protection double passage est portee contrat par contrat
      * (une ligne de frais de gestion deja posee sur l'annee)
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
      *  Mainline - frais de gestion annuels : le 31/12, chaque contrat
      *  vivant (actif ou en rente) est debite d'un pourcentage de son
      *  encours moyen de l'annee (FraisGestion de ProduitsEpargne.csv,
      *  ou FraisGestionDerog du contrat sous DerogFrais), pose en ligne
      *  'F' de nature 'G'. Un contrat clos en cours d'annee a deja
      *  paye son prorata a la cloture (cf CalculFraisGestionCloture
      *  dans Contrat_Epargne_Main)
      *---------------------------------------------------------------
       Debut.
           Move "FraisGestionAnnuel" to JobEvt
           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move "Lancement du passage" to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           perform FraisGestionAnnuel-Init.
           perform FraisGestionAnnuel-Trt until ContratsEOF = 1.
           perform FraisGestionAnnuel-Fin.
           goback.

       FraisGestionAnnuel-Init.
           Move 0 to ContratsEOF.
           perform ImportationFichier.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 'E' to SeveriteEvt
               Move "Connexion base impossible - job interrompu"
                   to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
               Move 1 to ContratsEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE ContratsGestion-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, ValeurCourante, DateEffet,
                 COALESCE(DerogFrais, 0),
                 COALESCE(FraisGestionDerog, 0)
                From ProduitsClient
                Where (EtatProduit = 1 OR EtatProduit = 5)
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

      *    Historique complet du contrat avant la fin de periode : les
      *    lignes de report 'A' portent le solde des annees archivees
           EXEC SQL
               DECLARE OperationsGestion-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation,
                 DateOperation, COALESCE(NoOperationOrigine, 0),
                 COALESCE(StatutReglement, ' '),
                 COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
                And DateOperation < :DateFinPeriodeGestion)
                ORDER BY NoOperation
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.

           If Mois of DateOperationContrat = 12
            and Jour of DateOperationContrat = 31
               Move 1 to JourFacturation
               String Annee of DateOperationContrat "-01-01"
                   into DateDebutAnneeGestion
               end-string
               Compute AnneeSuivanteGestion =
                   Annee of DateOperationContrat + 1
               String AnneeSuivanteGestion "-01-01"
                   into DateFinPeriodeGestion
               end-string
               String Annee of DateOperationContrat "-%"
                   into AnneeRecherche
               end-string
           else
               Display " Date de traitement hors 31/12 - aucun frais"
                   " de gestion facture "
           end-if.

           If ContratsEOF = 0
               Perform DebutControleBatch
               If JourFacturation = 0
                   Move 1 to ContratsEOF
               end-if
           end-if.

           If ContratsEOF = 0
               EXEC SQL
                   OPEN ContratsGestion-Curseur
               END-EXEC

               open output FichierRapportGestion
               evaluate FichierRapportGestionStatus
                   when "00"
                       move 1 to FichierRapportGestionOk
                       String "FRAIS DE GESTION ANNUELS AU "
                           Annee of DateOperationContrat '-'
                           Mois of DateOperationContrat '-'
                           Jour of DateOperationContrat
                           into EnrLigneRapportGestion
                       end-string
                       Move EnrLigneRapportGestion
                           to EnrFichierRapportGestion
                       write EnrFichierRapportGestion
                       move "Produit;Contrat;Taux;EncoursMoyen;Frais"
                           to EnrFichierRapportGestion
                       write EnrFichierRapportGestion
                   when other
                       move 0 to FichierRapportGestionOk
                       Display " Erreur ouverture rapport frais de"
                           " gestion - code "
                           FichierRapportGestionStatus
               end-evaluate
           end-if.

      *---------------------------------------------------------------
      *  Un contrat vivant : taux applicable, protection double
      *  passage, encours moyen de l'annee et pose des frais
      *---------------------------------------------------------------
       FraisGestionAnnuel-Trt.
           EXEC SQL
               FETCH ContratsGestion-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC,
                    :DateEffetPC, :DerogFraisPC, :FraisGestionDerogPC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
           else
               move CodeProduitPC to CodeProduitOC
               move NoContratPC to NoContratOC

               Move CodeProduitOC to CodeProduitRecherche
               Perform ChargeParamProduit

               If ProduitTrouve = 1
                   If DerogFraisPC = 1
                       Move FraisGestionDerogPC to TauxGestionApplique
                   else
                       Move FraisGestion of Tab to TauxGestionApplique
                   end-if

                   Move 0 to NbFraisGestionAnnee
      *            Une ligne deja extournee (extourne de passage, cf
      *            ExtournePassage) ne compte plus : le job se relance
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :NbFraisGestionAnnee
                       FROM OperationsCompte OC
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC
                       AND TypeOperation = 'F'
                       AND NatureFrais = 'G'
                       AND DateOperation LIKE :AnneeRecherche
                       AND NOT EXISTS
                           (SELECT X.NoOperation
                            FROM OperationsCompte X
                            WHERE X.CodeProduit = OC.CodeProduit
                            AND X.NoContrat = OC.NoContrat
                            AND X.TypeOperation = 'X'
                            AND X.NoOperationOrigine = OC.NoOperation))
                   END-EXEC

                   Evaluate true
                       When TauxGestionApplique = 0
                           Add 1 to NbContratsSansFrais
                       When NbFraisGestionAnnee > 0
                           Add 1 to NbContratsDejaFactures
                       When other
                           If DateEffetPC > DateDebutAnneeGestion
                               Move DateEffetPC
                                   to DateDebutPeriodeGestion
                           else
                               Move DateDebutAnneeGestion
                                   to DateDebutPeriodeGestion
                           end-if
                           Perform CalculFraisGestion
                           If MontantFraisGestion > 0
                               Perform PoseFraisGestion
                           else
                               Add 1 to NbContratsSansFrais
                           end-if
                   End-evaluate
               else
                   Display " Produit " CodeProduitOC " introuvable"
                       " dans le fichier parametres - contrat "
                       NoContratOC " ignore "
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Frais de la periode DateDebutPeriodeGestion (incluse) -
      *  DateFinPeriodeGestion (exclue) : taux x cumul solde x jours
      *  / jours de l'annee civile, plafonne a la valeur du contrat
      *---------------------------------------------------------------
       CalculFraisGestion.
           Move DateDebutPeriodeGestion to DateQuantiemeTxt
           Perform ChargeQuantiemeDate
           Move QuantiemeTravail to JourDebutPeriode

           Move DateFinPeriodeGestion to DateQuantiemeTxt
           Perform ChargeQuantiemeDate
           Move QuantiemeTravail to JourFinPeriode

      *    Jours de l'annee civile de la periode (365 ou 366)
           Move DateDebutPeriodeGestion to DateQuantiemeTxt
           Perform ChargeQuantiemeDate
           Move 1 to Mois of DateQuantieme
           Move 1 to Jour of DateQuantieme
           Perform CalculeQuantieme
           Move QuantiemeTravail to JourCourantGestion
           Add 1 to Annee of DateQuantieme
           Perform CalculeQuantieme
           Compute NbJoursAnneeGestion =
               QuantiemeTravail - JourCourantGestion

           Move 0 to SoldeGestion
           Move 0 to CumulSoldeJours
           Move JourDebutPeriode to JourCourantGestion
           Move space to DernierTypeGestion
           Move 0 to SauterFraisGestion

           EXEC SQL
               OPEN OperationsGestion-Curseur
           END-EXEC

           Move 0 to OperationsGestionEOF
           Perform RejoueOperationGestion
               until OperationsGestionEOF = 1

           EXEC SQL
               CLOSE OperationsGestion-Curseur
           END-EXEC

           If JourFinPeriode > JourCourantGestion and SoldeGestion > 0
               Compute CumulSoldeJours = CumulSoldeJours
                   + SoldeGestion * (JourFinPeriode - JourCourantGestion)
           end-if

           Compute EncoursMoyenGestion rounded =
               CumulSoldeJours / NbJoursAnneeGestion
           Compute MontantFraisGestion rounded =
               CumulSoldeJours * TauxGestionApplique
               / NbJoursAnneeGestion

           If MontantFraisGestion > ValeurCourantePC
               Move ValeurCourantePC to MontantFraisGestion
           end-if.

      *---------------------------------------------------------------
      *  Une operation : le solde courant pese sur les jours ecoules
      *  depuis la precedente (dans la periode seulement), puis
      *  l'operation s'applique avec les signes de ControleValeurs
      *---------------------------------------------------------------
       RejoueOperationGestion.
           EXEC SQL
               FETCH OperationsGestion-Curseur
                   INTO :NoOperationOC, :TypeOperationOC,
                    :MontantOperationOC, :DateOperationOC,
                    :NoOperationOrigineOC, :StatutReglementOC,
                    :NatureFraisOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to OperationsGestionEOF
           else
               Move DateOperationOC to DateQuantiemeTxt
               Perform ChargeQuantiemeDate
               If QuantiemeTravail > JourCourantGestion
                   If SoldeGestion > 0
                       Compute CumulSoldeJours = CumulSoldeJours
                           + SoldeGestion
                           * (QuantiemeTravail - JourCourantGestion)
                   end-if
                   Move QuantiemeTravail to JourCourantGestion
               end-if
               Perform AppliqueOperationGestion
           end-if.

       AppliqueOperationGestion.
      *    Un cheque non encaisse n'a pas credite la valeur : lui et sa
      *    ligne de frais sont hors du rejeu
           If TypeOperationOC = 'V' and StatutReglementOC = 'A'
               Move 1 to SauterFraisGestion
               Move 'V' to DernierTypeGestion
           else
           If TypeOperationOC = 'F' and SauterFraisGestion = 1
               Move 0 to SauterFraisGestion
           else
           Evaluate TypeOperationOC
               When 'S'
                   Add MontantOperationOC to SoldeGestion
                   Move 'S' to DernierTypeGestion
               When 'A'
                   Add MontantOperationOC to SoldeGestion
                   Move 'A' to DernierTypeGestion
               When 'V'
                   Add MontantOperationOC to SoldeGestion
                   Move 'V' to DernierTypeGestion
               When 'R'
                   Subtract MontantOperationOC from SoldeGestion
                   Move 'R' to DernierTypeGestion
               When 'I'
                   Add MontantOperationOC to SoldeGestion
                   Move 'I' to DernierTypeGestion
               When 'B'
                   Add MontantOperationOC to SoldeGestion
                   Move 'B' to DernierTypeGestion
               When 'D'
                   Add MontantOperationOC to SoldeGestion
                   Move 'D' to DernierTypeGestion
               When 'C'
                   Add MontantOperationOC to SoldeGestion
                   Move 'C' to DernierTypeGestion
               When 'P'
                   Subtract MontantOperationOC from SoldeGestion
                   Move 'P' to DernierTypeGestion
               When 'F'
                   If DernierTypeGestion = 'R'
                   and NatureFraisOC not = 'G'
                       Add MontantOperationOC to SoldeGestion
                   else
                       Subtract MontantOperationOC from SoldeGestion
                   end-if
               When 'X'
                   Perform RejoueExtourneGestion
               When other
                   continue
           End-evaluate
           end-if
           end-if.

      *---------------------------------------------------------------
      *  Une extourne inverse la contribution de son origine - meme
      *  remontee que RejoueExtourne dans ControleValeurs
      *---------------------------------------------------------------
       RejoueExtourneGestion.
           Move space to TypeOrigineGestion
           Move space to NatureOrigineGestion
           EXEC SQL
               SELECT TypeOperation, COALESCE(NatureFrais, ' ')
               INTO :TypeOrigineGestion, :NatureOrigineGestion
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOrigineOC)
           END-EXEC

           Evaluate TypeOrigineGestion
               When 'S'
                   Subtract MontantOperationOC from SoldeGestion
               When 'V'
                   Subtract MontantOperationOC from SoldeGestion
               When 'I'
                   Subtract MontantOperationOC from SoldeGestion
               When 'B'
                   Subtract MontantOperationOC from SoldeGestion
               When 'D'
                   Subtract MontantOperationOC from SoldeGestion
               When 'C'
                   Subtract MontantOperationOC from SoldeGestion
               When 'R'
                   Add MontantOperationOC to SoldeGestion
               When 'P'
                   Add MontantOperationOC to SoldeGestion
               When 'F'
                   Move space to TypeParentGestion
                   Compute NoOperationParent =
                       NoOperationOrigineOC - 1
                   EXEC SQL
                       SELECT TypeOperation
                       INTO :TypeParentGestion
                       FROM OperationsCompte
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC
                       AND NoOperation =
                           (SELECT MAX(NoOperation)
                            FROM OperationsCompte
                            WHERE CodeProduit = :CodeProduitOC
                            AND NoContrat = :NoContratOC
                            AND NoOperation <= :NoOperationParent
                            AND TypeOperation <> 'F'))
                   END-EXEC
                   If TypeParentGestion = 'R'
                   and NatureOrigineGestion not = 'G'
                       Subtract MontantOperationOC from SoldeGestion
                   else
                       Add MontantOperationOC to SoldeGestion
                   end-if
               When other
                   continue
           End-evaluate.

      *---------------------------------------------------------------
      *  Quantieme absolu de DateQuantiemeTxt (AAAA-MM-JJ) dans
      *  QuantiemeTravail - meme calcul que CalculeQuantieme dans
      *  Contrat_Epargne_Main
      *---------------------------------------------------------------
       ChargeQuantiemeDate.
           unstring DateQuantiemeTxt delimited by '-' into
               Annee of DateQuantieme
               Mois of DateQuantieme
               Jour of DateQuantieme
           end-unstring
           Perform CalculeQuantieme.

       CalculeQuantieme.
           Compute QuantiemeTravail =
               Annee of DateQuantieme * 365
               + CumulJoursMois(Mois of DateQuantieme)
               + Jour of DateQuantieme
           Divide Annee of DateQuantieme by 4
               giving AnneeQuotient remainder AnneeReste4
           Add AnneeQuotient to QuantiemeTravail
           If AnneeReste4 = 0 and Mois of DateQuantieme <= 2
               Subtract 1 from QuantiemeTravail
           end-if.

      *---------------------------------------------------------------
      *  Pose de la ligne 'F' de nature 'G' datee du jour de traitement
      *  et debit de la valeur courante - meme insertion que
      *  PosePenaliteRachat dans EcheancesProgrammees
      *---------------------------------------------------------------
       PoseFraisGestion.
           Move 'F' to TypeOperationOC
           Move 'G' to NatureFraisOC
           Move MontantFraisGestion to MontantOperationOC

           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC.
           Add 1 to NoOperationOC

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateOperationOC
           end-string

           EXEC SQL
               INSERT INTO OperationsCompte
                   (CodeProduit
                   ,NoContrat
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,NatureFrais
                   ,NoPassage)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:NatureFraisOC
                   ,:NoPassageCB)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur pose frais de gestion : " CodeProduitOC
                   ' ' NoContratOC
               Move 'E' to SeveriteEvt
               String CodeProduitOC ' ' NoContratOC into CleEvt
               end-string
               Move "Erreur pose frais de gestion" to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
           else
               EXEC SQL
                   UPDATE ProduitsClient
                   SET ValeurCourante =
                       ValeurCourante - :MontantOperationOC
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC)
               END-EXEC
               Add 1 to NbContratsFactures
               Add MontantFraisGestion to TotalFraisGestion
               Perform EcritLigneRapportGestion
           end-if

           Move space to NatureFraisOC.

       EcritLigneRapportGestion.
           If FichierRapportGestionOk = 1
               Move TauxGestionApplique to TauxDisplayFG
               String CodeProduitOC ';' NoContratOC
                   ';' TauxDisplayFG
                   into EnrLigneRapportGestion
               end-string
               Move EncoursMoyenGestion to MontantDisplayFG
               String EnrLigneRapportGestion(1:19) ';' MontantDisplayFG
                   into EnrLigneRapportGestion
               end-string
               Move MontantFraisGestion to MontantDisplayFG
               String EnrLigneRapportGestion(1:36) ';' MontantDisplayFG
                   into EnrLigneRapportGestion
               end-string
               Move EnrLigneRapportGestion to EnrFichierRapportGestion
               write EnrFichierRapportGestion
           end-if.

      *---------------------------------------------------------------
      *  Fermeture : total general et bilan du job
      *---------------------------------------------------------------
       FraisGestionAnnuel-Fin.
           If JourFacturation = 1 and BatchTrace = 1
               EXEC SQL
                   CLOSE ContratsGestion-Curseur
               END-EXEC
           end-if.

           If FichierRapportGestionOk = 1
               Move TotalFraisGestion to MontantDisplayFG
               String "TOTAL FRAIS DE GESTION PRELEVES;"
                   MontantDisplayFG
                   into EnrLigneRapportGestion
               end-string
               Move EnrLigneRapportGestion to EnrFichierRapportGestion
               write EnrFichierRapportGestion
               close FichierRapportGestion
           end-if.

           If BatchTrace = 1
               Perform FinControleBatch
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move "Fin du passage" to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation

           Display " Frais de gestion annuels : "
               NbContratsFactures " contrat(s) facture(s), "
               NbContratsDejaFactures " deja facture(s) sur l'annee,"
               " " NbContratsSansFrais " sans frais ".

      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge - un
      *  31/12 manque se rattrape ainsi le lendemain
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
      * Importation du fichier des parametres produit - meme logique
      * que CalculInteretMensuel
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
      * Recherche d'un produit dans le tableau importe
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
               Move FraisGestion of ligneProduit(IndexRechProduit)
                   to FraisGestion of Tab
           else
               Add 1 to IndexRechProduit
           end-if.

      *---------------------------------------------------------------
      *  Controle des passages batch : trace sans refus de
      *  relancement (protection double passage contrat par contrat)
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "FraisGestionAnnuel" to NomJobCB
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
               SELECT COALESCE(MAX(NoPassage), 0)
               INTO :NoPassageCB
               FROM ControleBatch
           END-EXEC
           Add 1 to NoPassageCB

           EXEC SQL
               INSERT INTO ControleBatch
                   (NomJob, PeriodeJob, DateDebut, DateFin,
                    NbTraites, EtatJob, NoPassage)
               VALUES
                   (:NomJobCB, :PeriodeJobCB, :DateDebutCB,
                    :DateFinCB, :NbTraitesCB, :EtatJobCB,
                    :NoPassageCB)
           END-EXEC.
           Move 1 to BatchTrace.

       FinControleBatch.
           ACCEPT HeureBatch from time
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat ' '
               HeureBatchH ':' HeureBatchMn ':' HeureBatchSec
               into HorodatageBatch
           end-string

           Move HorodatageBatch to DateFinCB
           Move NbContratsFactures to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program FraisGestionAnnuel.
