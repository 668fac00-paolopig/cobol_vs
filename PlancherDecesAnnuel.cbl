       program-id. PlancherDecesAnnuel as
           "Contrat_Epargne_TS.PlancherDecesAnnuel".

       environment division.
       Configuration section.

       input-output section.
       file-control.
           select FichierEpargne assign to
                "C:\fichiers-cobol\ProduitsEpargne.csv"
                organization is line sequential access sequential
                file status is FichierEpargneStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

      *    Rapport annuel du plancher de capital deces : complements
      *    'D' payes dans l'annee, puis exposition potentielle du
      *    portefeuille vivant - jamais d'ecriture en base
           select FichierPlancherDeces assign to
                "C:\fichiers-cobol\PlancherDecesAnnuel.txt"
                organization is line sequential access sequential
                file status is FichierPlancherDecesStatus.

       data division.

       file section.
       FD FichierEpargne record varying from 0 to 255.
       01 EnrFichierEpargne pic x(255).

       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       FD FichierPlancherDeces record varying from 0 to 255.
       01 EnrFichierPlancherDeces pic x(255).

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
       77  TauxPrelSociauxDefaut   pic 99v9999 value 0.1720.
       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).

       77  FichierPlancherDecesStatus pic x(2).
       77  FichierPlancherDecesOk  pic 9 value 0.
       77  EnrLignePlancherDeces   pic X(255).

       77  PeriodeTraitement       pic X(7).
       77  AnneeRecherche          pic X(10).
       77  ComplementsEOF          pic 9.
       77  ContratsEOF             pic 9.
       77  NbComplementsPayes      pic 9(5) value 0.
       77  TotalComplementsPayes   pic 9(13)v99 value 0.
       77  NbContratsCouverts      pic 9(5) value 0.
       77  NbContratsExposes       pic 9(5) value 0.
       77  TotalExposition         pic 9(13)v99 value 0.
       77  MontantDisplayPD        pic Z(12)9.99.
       77  NbDisplayPD             pic Z(4)9.

      *---------------------------------------------------------------
      * Plancher d'un contrat (meme rejeu que CalculPlancherDeces dans
      * Contrat_Epargne_Main) : versements S/V nets de leurs frais
      * diminues des rachats R nets de leur fiscalite, archives
      * comprises - l'exposition est l'ecart plancher - valeur courante
      * quand il est positif
      *---------------------------------------------------------------
       77  PlancherDecesContrat    pic S9(13)v99.
       77  ExpositionContrat       pic 9(12)v99.
       77  PlancherOpsEOF          pic 9.
       77  DernierTypePlancher     pic X.
       77  SauterFraisPlancher     pic 9.
       77  TypeOriginePlancher     pic X.
       77  NatureOriginePlancher   pic X.
       77  TypeParentPlancher      pic X.
       77  NoOperationParentPlc    pic 9(8).

       01  TotauxPlancherDeces.
           05 TotalPlancher OCCURS 200 TIMES.
               10 NbComplementsProduit  PIC 9(5).
               10 ComplementsProduit    PIC 9(13)V99.
               10 NbCouvertsProduit     PIC 9(5).
               10 NbExposesProduit      PIC 9(5).
               10 ExpositionProduit     PIC 9(13)V99.

      *---------------------------------------------------------------
      * Controle des passages batch : rapport en lecture seule,
      * trace sans refus de relancement
      *---------------------------------------------------------------
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
      *  Mainline - plancher de capital deces : les complements 'D'
      *  payes en succession depuis le 1er janvier de l'annee de
      *  traitement sont detailles et totalises par produit, puis
      *  chaque contrat vivant d'un produit PlancherDeces (actif,
      *  bloque en succession ou en rente) est rejoue pour mesurer
      *  ce que couterait le plancher s'il etait regle ce jour -
      *  aucune ecriture en base
      *---------------------------------------------------------------
       Debut.
           perform PlancherDecesAnnuel-Init.
           perform PlancherDecesAnnuel-Complements
               until ComplementsEOF = 1.
           perform PlancherDecesAnnuel-Exposition
               until ContratsEOF = 1.
           perform PlancherDecesAnnuel-Fin.
           goback.

       PlancherDecesAnnuel-Init.
           Move 0 to ComplementsEOF.
           Move 0 to ContratsEOF.
           Initialize TotauxPlancherDeces.
           perform ImportationFichier.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to ComplementsEOF
               Move 1 to ContratsEOF
           else
               continue
           end-if.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           String Annee of DateOperationContrat "-%"
               into AnneeRecherche
           end-string.

           EXEC SQL
               DECLARE ComplementsDeces-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, NoOperation,
                 MontantOperation, DateOperation
                From OperationsCompte
                Where (TypeOperation = 'D'
                And DateOperation LIKE :AnneeRecherche)
                ORDER BY CodeProduit, NoContrat, NoOperation
           END-EXEC.

           EXEC SQL
               DECLARE ContratsPlancher-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, ValeurCourante,
                 EtatProduit
                From ProduitsClient
                Where (EtatProduit = 1 OR EtatProduit = 3
                 OR EtatProduit = 5)
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

      *    Rejeu du plancher d'un contrat : l'archive d'abord, puis les
      *    operations vivantes hors lignes de report 'A'
           EXEC SQL
               DECLARE PlancherArch-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation,
                 COALESCE(NoOperationOrigine, 0),
                 COALESCE(NatureFrais, ' ')
                From OperationsArchive
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC)
                ORDER BY NoOperation
           END-EXEC.

           EXEC SQL
               DECLARE PlancherOps-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation,
                 COALESCE(NoOperationOrigine, 0),
                 COALESCE(StatutReglement, ' '),
                 COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
                And TypeOperation <> 'A')
                ORDER BY NoOperation
           END-EXEC.

           Perform DebutControleBatch.

           If ComplementsEOF = 0
               open output FichierPlancherDeces
               evaluate FichierPlancherDecesStatus
                   when "00"
                       move 1 to FichierPlancherDecesOk
                       String "PLANCHER DE CAPITAL DECES - ANNEE "
                           Annee of DateOperationContrat
                           " AU "
                           Annee of DateOperationContrat '-'
                           Mois of DateOperationContrat '-'
                           Jour of DateOperationContrat
                           into EnrLignePlancherDeces
                       end-string
                       Move EnrLignePlancherDeces
                           to EnrFichierPlancherDeces
                       write EnrFichierPlancherDeces
                       Move spaces to EnrFichierPlancherDeces
                       write EnrFichierPlancherDeces
                       move "COMPLEMENTS PAYES EN SUCCESSION"
                           to EnrFichierPlancherDeces
                       write EnrFichierPlancherDeces
                       move "Produit;Contrat;NoOperation;Date;Complement"
                           to EnrFichierPlancherDeces
                       write EnrFichierPlancherDeces
                   when other
                       move 0 to FichierPlancherDecesOk
                       Display " Erreur ouverture rapport plancher"
                           " deces - code " FichierPlancherDecesStatus
                       Move 1 to ComplementsEOF
                       Move 1 to ContratsEOF
               end-evaluate
           end-if.

           If ComplementsEOF = 0
               EXEC SQL
                   OPEN ComplementsDeces-Curseur
               END-EXEC
           end-if.

      *---------------------------------------------------------------
      *  Un complement 'D' paye dans l'annee : detail et cumul produit
      *---------------------------------------------------------------
       PlancherDecesAnnuel-Complements.
           EXEC SQL
               FETCH ComplementsDeces-Curseur
                   INTO :CodeProduitOC, :NoContratOC, :NoOperationOC,
                    :MontantOperationOC, :DateOperationOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ComplementsEOF
               Perform DebutExposition
           else
               Add 1 to NbComplementsPayes
               Add MontantOperationOC to TotalComplementsPayes

               Move CodeProduitOC to CodeProduitRecherche
               Perform ChargeParamProduit
               If ProduitTrouve = 1
                   Add 1 to NbComplementsProduit(IndexRechProduit)
                   Add MontantOperationOC
                       to ComplementsProduit(IndexRechProduit)
               end-if

               If FichierPlancherDecesOk = 1
                   Move MontantOperationOC to MontantDisplayPD
                   String CodeProduitOC ';' NoContratOC
                       ';' NoOperationOC
                       ';' DateOperationOC
                       ';' MontantDisplayPD
                       into EnrLignePlancherDeces
                   end-string
                   Move EnrLignePlancherDeces
                       to EnrFichierPlancherDeces
                   write EnrFichierPlancherDeces
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Fin des complements : total de l'annee, puis ouverture du
      *  portefeuille vivant pour l'exposition
      *---------------------------------------------------------------
       DebutExposition.
           EXEC SQL
               CLOSE ComplementsDeces-Curseur
           END-EXEC

           If FichierPlancherDecesOk = 1
               Move TotalComplementsPayes to MontantDisplayPD
               String "TOTAL COMPLEMENTS PAYES ;" MontantDisplayPD
                   into EnrLignePlancherDeces
               end-string
               Move EnrLignePlancherDeces to EnrFichierPlancherDeces
               write EnrFichierPlancherDeces

               Move spaces to EnrFichierPlancherDeces
               write EnrFichierPlancherDeces
               move "EXPOSITION DU PORTEFEUILLE VIVANT"
                   to EnrFichierPlancherDeces
               write EnrFichierPlancherDeces
               move "Produit;Contrat;Etat;Valeur;Plancher;Exposition"
                   to EnrFichierPlancherDeces
               write EnrFichierPlancherDeces
           end-if

           EXEC SQL
               OPEN ContratsPlancher-Curseur
           END-EXEC.

      *---------------------------------------------------------------
      *  Un contrat vivant : s'il releve d'un produit PlancherDeces,
      *  rejeu du plancher et exposition si la valeur est en dessous
      *---------------------------------------------------------------
       PlancherDecesAnnuel-Exposition.
           EXEC SQL
               FETCH ContratsPlancher-Curseur
                   INTO :CodeProduitPC, :NoContratPC,
                    :ValeurCourantePC, :EtatProduitPC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
           else
               Move CodeProduitPC to CodeProduitRecherche
               Perform ChargeParamProduit

               If ProduitTrouve = 1 and PlancherDeces of Tab = '1'
                   Add 1 to NbContratsCouverts
                   Add 1 to NbCouvertsProduit(IndexRechProduit)

                   Move CodeProduitPC to CodeProduitOC
                   Move NoContratPC to NoContratOC
                   Perform CalculPlancherDeces

                   If PlancherDecesContrat > ValeurCourantePC
                       Compute ExpositionContrat =
                           PlancherDecesContrat - ValeurCourantePC
                       Perform CumuleExposition
                   end-if
               end-if
           end-if.

       CumuleExposition.
           Add 1 to NbContratsExposes
           Add 1 to NbExposesProduit(IndexRechProduit)
           Add ExpositionContrat to ExpositionProduit(IndexRechProduit)
           Add ExpositionContrat to TotalExposition

           If FichierPlancherDecesOk = 1
               Move ValeurCourantePC to MontantDisplayPD
               String CodeProduitPC ';' NoContratPC
                   ';' EtatProduitPC
                   ';' MontantDisplayPD
                   into EnrLignePlancherDeces
               end-string
               Move PlancherDecesContrat to MontantDisplayPD
               String EnrLignePlancherDeces(1:30)
                   ';' MontantDisplayPD
                   into EnrLignePlancherDeces
               end-string
               Move ExpositionContrat to MontantDisplayPD
               String EnrLignePlancherDeces(1:47)
                   ';' MontantDisplayPD
                   into EnrLignePlancherDeces
               end-string
               Move EnrLignePlancherDeces to EnrFichierPlancherDeces
               write EnrFichierPlancherDeces
           end-if.

      *---------------------------------------------------------------
      *  Plancher de CodeProduitOC / NoContratOC dans
      *  PlancherDecesContrat - memes signes que la situation a date,
      *  hors interets, participation, prelevements et frais de gestion
      *---------------------------------------------------------------
       CalculPlancherDeces.
           Move 0 to PlancherDecesContrat
           Move space to DernierTypePlancher
           Move 0 to SauterFraisPlancher

           EXEC SQL
               OPEN PlancherArch-Curseur
           END-EXEC
           Move 0 to PlancherOpsEOF
           Perform RejoueArchivePlancher until PlancherOpsEOF = 1
           EXEC SQL
               CLOSE PlancherArch-Curseur
           END-EXEC

           EXEC SQL
               OPEN PlancherOps-Curseur
           END-EXEC
           Move 0 to PlancherOpsEOF
           Perform RejoueVivantePlancher until PlancherOpsEOF = 1
           EXEC SQL
               CLOSE PlancherOps-Curseur
           END-EXEC.

       RejoueArchivePlancher.
           EXEC SQL
               FETCH PlancherArch-Curseur
                   INTO :NoOperationOC, :TypeOperationOC,
                    :MontantOperationOC, :NoOperationOrigineOC,
                    :NatureFraisOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to PlancherOpsEOF
           else
               Move space to StatutReglementOC
               Perform AppliqueOperationPlancher
           end-if.

       RejoueVivantePlancher.
           EXEC SQL
               FETCH PlancherOps-Curseur
                   INTO :NoOperationOC, :TypeOperationOC,
                    :MontantOperationOC, :NoOperationOrigineOC,
                    :StatutReglementOC, :NatureFraisOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to PlancherOpsEOF
           else
               Perform AppliqueOperationPlancher
           end-if.

      *    Seuls pesent les mouvements de capital : un cheque non
      *    encaisse et sa ligne de frais sautent, une ligne 'F' ne
      *    compte qu'apres un versement (frais d'entree) ou un rachat
      *    (fiscalite), jamais en frais de gestion ('G')
       AppliqueOperationPlancher.
           If TypeOperationOC = 'V' and StatutReglementOC = 'A'
               Move 1 to SauterFraisPlancher
               Move 'V' to DernierTypePlancher
           else
           If TypeOperationOC = 'F' and SauterFraisPlancher = 1
               Move 0 to SauterFraisPlancher
           else
           Evaluate TypeOperationOC
               When 'S'
                   Add MontantOperationOC to PlancherDecesContrat
                   Move 'S' to DernierTypePlancher
               When 'V'
                   Add MontantOperationOC to PlancherDecesContrat
                   Move 'V' to DernierTypePlancher
               When 'R'
                   Subtract MontantOperationOC
                       from PlancherDecesContrat
                   Move 'R' to DernierTypePlancher
               When 'F'
                   If NatureFraisOC not = 'G'
                       Evaluate DernierTypePlancher
                           When 'R'
                               Add MontantOperationOC
                                   to PlancherDecesContrat
                           When 'S'
                           When 'V'
                               Subtract MontantOperationOC
                                   from PlancherDecesContrat
                           When other
                               continue
                       End-evaluate
                   end-if
               When 'X'
                   Perform RejoueExtournePlancher
               When other
                   Move TypeOperationOC to DernierTypePlancher
           End-evaluate
           end-if
           end-if.

       RejoueExtournePlancher.
           Move space to TypeOriginePlancher
           Move space to NatureOriginePlancher
           EXEC SQL
               SELECT TypeOperation, COALESCE(NatureFrais, ' ')
               INTO :TypeOriginePlancher, :NatureOriginePlancher
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOrigineOC)
           END-EXEC
           If SQLCODE = 100
               EXEC SQL
                   SELECT TypeOperation, COALESCE(NatureFrais, ' ')
                   INTO :TypeOriginePlancher, :NatureOriginePlancher
                   FROM OperationsArchive
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND NoOperation = :NoOperationOrigineOC)
               END-EXEC
           end-if

           Evaluate TypeOriginePlancher
               When 'S'
                   Subtract MontantOperationOC
                       from PlancherDecesContrat
               When 'V'
                   Subtract MontantOperationOC
                       from PlancherDecesContrat
               When 'R'
                   Add MontantOperationOC to PlancherDecesContrat
               When 'F'
                   If NatureOriginePlancher not = 'G'
                       Perform RejoueExtourneFraisPlancher
                   end-if
               When other
                   continue
           End-evaluate.

      *    Frais extournes : le sens suit l'operation porteuse (derniere
      *    operation non 'F' qui precede la ligne de frais)
       RejoueExtourneFraisPlancher.
           Move space to TypeParentPlancher
           Compute NoOperationParentPlc = NoOperationOrigineOC - 1
           EXEC SQL
               SELECT TypeOperation
               INTO :TypeParentPlancher
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation =
                   (SELECT MAX(NoOperation)
                    FROM OperationsCompte
                    WHERE CodeProduit = :CodeProduitOC
                    AND NoContrat = :NoContratOC
                    AND NoOperation <= :NoOperationParentPlc
                    AND TypeOperation <> 'F'))
           END-EXEC
           Evaluate TypeParentPlancher
               When 'R'
                   Subtract MontantOperationOC
                       from PlancherDecesContrat
               When 'S'
               When 'V'
                   Add MontantOperationOC to PlancherDecesContrat
               When other
                   continue
           End-evaluate.

      *---------------------------------------------------------------
      *  Totaux par produit, total general, puis bilan du job
      *---------------------------------------------------------------
       PlancherDecesAnnuel-Fin.
           If FichierPlancherDecesOk = 1
               EXEC SQL
                   CLOSE ContratsPlancher-Curseur
               END-EXEC
           end-if.

           If FichierPlancherDecesOk = 1
               Move TotalExposition to MontantDisplayPD
               String "TOTAL EXPOSITION POTENTIELLE ;" MontantDisplayPD
                   into EnrLignePlancherDeces
               end-string
               Move EnrLignePlancherDeces to EnrFichierPlancherDeces
               write EnrFichierPlancherDeces

               Move spaces to EnrFichierPlancherDeces
               write EnrFichierPlancherDeces
               String "Produit;NbComplements;ComplementsPayes;"
                   "NbCouverts;NbExposes;Exposition"
                   into EnrLignePlancherDeces
               end-string
               Move EnrLignePlancherDeces to EnrFichierPlancherDeces
               write EnrFichierPlancherDeces

               Move 1 to IndexRechProduit
               Perform EcritTotalProduit
                   until IndexRechProduit > NbLigneProduit

               close FichierPlancherDeces
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Plancher deces : " NbComplementsPayes
               " complement(s) paye(s), " NbContratsExposes
               " contrat(s) expose(s) sur " NbContratsCouverts
               " (cf PlancherDecesAnnuel.txt) ".

       EcritTotalProduit.
           If NbComplementsProduit(IndexRechProduit) > 0
            or NbCouvertsProduit(IndexRechProduit) > 0
               Move NbComplementsProduit(IndexRechProduit)
                   to NbDisplayPD
               String CodeProduit of ligneProduit(IndexRechProduit)
                   ';' NbDisplayPD
                   into EnrLignePlancherDeces
               end-string
               Move ComplementsProduit(IndexRechProduit)
                   to MontantDisplayPD
               String EnrLignePlancherDeces(1:8) ';' MontantDisplayPD
                   into EnrLignePlancherDeces
               end-string
               Move NbCouvertsProduit(IndexRechProduit)
                   to NbDisplayPD
               String EnrLignePlancherDeces(1:25) ';' NbDisplayPD
                   into EnrLignePlancherDeces
               end-string
               Move NbExposesProduit(IndexRechProduit)
                   to NbDisplayPD
               String EnrLignePlancherDeces(1:31) ';' NbDisplayPD
                   into EnrLignePlancherDeces
               end-string
               Move ExpositionProduit(IndexRechProduit)
                   to MontantDisplayPD
               String EnrLignePlancherDeces(1:37) ';' MontantDisplayPD
                   into EnrLignePlancherDeces
               end-string
               Move EnrLignePlancherDeces to EnrFichierPlancherDeces
               write EnrFichierPlancherDeces
           end-if
           Add 1 to IndexRechProduit.

      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
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
      *  Controle des passages batch : rapport en lecture seule,
      *  trace sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "PlancherDecesAnnuel" to NomJobCB
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
           Compute NbTraitesCB = NbComplementsPayes + NbContratsCouverts

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
                   move 1 to ComplementsEOF
                   move 1 to ContratsEOF
               when other
                   Display " Erreur ouverture fichier produits -"
                       " code " FichierEpargneStatus
                   move 1 to EofImport
                   move 1 to ComplementsEOF
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
               Move StatutVente
                   of ligneProduit(IndexRechProduit)
                   to StatutVente of Tab
               Move FraisGestion
                   of ligneProduit(IndexRechProduit)
                   to FraisGestion of Tab
               Move PlancherDeces
                   of ligneProduit(IndexRechProduit)
                   to PlancherDeces of Tab
           else
               Add 1 to IndexRechProduit
           end-if.


       end program PlancherDecesAnnuel.
