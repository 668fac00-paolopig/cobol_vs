       program-id. ParticipationBenefices as
           "Contrat_Epargne_TS.ParticipationBenefices".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Montants de participation votes par produit et par exercice,
      *    deposes par la Finance apres le vote de la direction
           select FichierParticipations assign to
                "C:\fichiers-cobol\ParticipationBenefices.csv"
                organization is line sequential access sequential
                file status is FichierParticipationsStatus.

      *    Rapport de repartition : une ligne par contrat (capital moyen
      *    de l'exercice, quote-part, participation), le reliquat
      *    d'arrondi et le total par produit a rapprocher du vote
           select FichierRapportPB assign to
                "C:\fichiers-cobol\ParticipationBenefices.txt"
                organization is line sequential access sequential
                file status is FichierRapportPBStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierParticipations record varying from 0 to 255.
       01 EnrFichierParticipations pic x(255).

       FD FichierRapportPB record varying from 0 to 255.
       01 EnrFichierRapportPB pic x(255).

       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

      *---------------------------------------------------------------
      * Montants votes (ParticipationBenefices.csv, cf Copybook-csv)
      *---------------------------------------------------------------
       77  FichierParticipationsStatus pic x(2).
       77  EofImportPB             pic 9.
       77  NbChampsImportPB        pic 99.
       77  IndexPB                 pic 99.
       77  NbLignePB               pic 99 value 0.
       77  ParticipationsEOF       pic 9 value 0.

      *---------------------------------------------------------------
      * Exercice reparti : du 1er janvier (inclus) au 1er janvier
      * suivant (exclu) ; la participation prend date de valeur au
      * 31/12 de l'exercice, qui marque aussi la protection double
      * passage du produit
      *---------------------------------------------------------------
       77  AnneeSuivantePB         pic 9(4).
       77  DateDebutExercice       pic X(10).
       77  DateFinExercice         pic X(10).
       77  DateValeurExercice      pic X(10).
       77  NbParticipationsPosees  pic 9(5).
       77  ModeDistribution        pic 9.

      *---------------------------------------------------------------
      * Capital moyen de l'exercice : chaque mouvement pese, avec le
      * signe du controle des valeurs, du jour de valeur (ou de
      * l'operation) a la fin de l'exercice - un mouvement anterieur
      * a l'exercice pese l'annee entiere
      *---------------------------------------------------------------
       77  ContratsPBEOF           pic 9.
       77  OperationsPBEOF         pic 9.
       77  MontantSignePB          pic S9(12)v99.
       77  CumulCapitalJours       pic S9(16)v99.
       77  CapitalMoyenPB          pic 9(13)v99.
       77  TotalCapitalMoyenPB     pic 9(15)v99.
       77  NbContratsEligibles     pic 9(5).
       77  NoContratReliquat       pic 9(8).
       77  CapitalMoyenReliquat    pic 9(13)v99.
       77  MontantPartPB           pic 9(12)v99.
       77  TotalDistribuePB        pic 9(12)v99.
       77  ReliquatPB              pic 9(12)v99.
       77  QuotePartPB             pic 9v9(6).
       77  DernierTypePB           pic X.
       77  SauterFraisPB           pic 9.
       77  TypeOriginePB           pic X.
       77  NatureOriginePB         pic X.
       77  TypeParentPB            pic X.
       77  NoOperationParent       pic 9(8).
       77  DateEffectivePB         pic X(10).
       77  JourDebutExercice       pic 9(7).
       77  JourFinExercice         pic 9(7).
       77  JourEffectifPB          pic 9(7).
       77  NbJoursExercice         pic 9(3).

       77  NbContratsCredites      pic 9(5) value 0.
       77  NbProduitsRepartis      pic 9(3) value 0.
       77  NbProduitsIgnores       pic 9(3) value 0.

       77  FichierRapportPBStatus  pic x(2).
       77  FichierRapportPBOk      pic 9 value 0.
       77  EnrLigneRapportPB       pic X(255).
       77  MontantDisplayPB        pic Z(12)9.99.
       77  QuotePartDisplayPB      pic 9.9(6).
       77  LibelleModePB           pic X(30).

       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).

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
      * la protection double passage est portee produit par produit
      * (participation de l'exercice deja posee)
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       77  BatchTrace              pic 9 value 0.
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
      *  Mainline - participation aux benefices : pour chaque montant
      *  vote (produit, exercice), repartition entre les contrats
      *  vivants du produit (actifs ou en rente) au prorata de leur
      *  capital moyen de l'exercice, dates de valeur comprises. En
      *  distribution, une ligne 'B' par contrat credite la valeur et
      *  le reliquat d'arrondi part en ligne 'B' distincte sur le plus
      *  gros capital moyen, de sorte que le total pose egale le vote
      *  au centime ; en simulation, le rapport seul est produit
      *---------------------------------------------------------------
       Debut.
           Move "ParticipationBenefices" to JobEvt
           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move "Lancement du passage" to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           perform ParticipationBenefices-Init.
           perform ParticipationBenefices-Trt
               until ParticipationsEOF = 1.
           perform ParticipationBenefices-Fin.
           goback.

       ParticipationBenefices-Init.
           perform ImportationParticipations.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 'E' to SeveriteEvt
               Move "Connexion base impossible - job interrompu"
                   to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
               Move 1 to ParticipationsEOF
           else
               continue
           end-if.

      *    Contrats du produit en cours souscrits avant la fin de
      *    l'exercice et encore vivants a la distribution
           EXEC SQL
               DECLARE ContratsPB-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, ValeurCourante, DateEffet
                From ProduitsClient
                Where (CodeProduit = :CodeProduitOC
                And (EtatProduit = 1 OR EtatProduit = 5)
                And DateEffet < :DateFinExercice)
                ORDER BY NoContrat
           END-EXEC.

      *    Historique complet du contrat jusqu'a la fin de l'exercice :
      *    les lignes de report 'A' portent le solde des annees
      *    archivees
           EXEC SQL
               DECLARE OperationsPB-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation,
                 DateOperation, COALESCE(DateValeur, ' '),
                 COALESCE(NoOperationOrigine, 0),
                 COALESCE(StatutReglement, ' '),
                 COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
                And DateOperation < :DateFinExercice)
                ORDER BY NoOperation
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.

      *    Sans montant vote, le passage est trace sans rien repartir
           If ParticipationsEOF = 0
               Perform DebutControleBatch
               If NbLignePB = 0
                   Display " Aucune participation votee a repartir "
                   Move 1 to ParticipationsEOF
               end-if
           end-if.

           If ParticipationsEOF = 0
               open output FichierRapportPB
               evaluate FichierRapportPBStatus
                   when "00"
                       move 1 to FichierRapportPBOk
                       String "PARTICIPATION AUX BENEFICES AU "
                           Annee of DateOperationContrat '-'
                           Mois of DateOperationContrat '-'
                           Jour of DateOperationContrat
                           into EnrLigneRapportPB
                       end-string
                       Move EnrLigneRapportPB to EnrFichierRapportPB
                       write EnrFichierRapportPB
                   when other
                       move 0 to FichierRapportPBOk
                       Display " Erreur ouverture rapport participation"
                           " - code " FichierRapportPBStatus
               end-evaluate
           end-if.

           Move 1 to IndexPB.

      *---------------------------------------------------------------
      *  Un montant vote : protection double passage, premier passage
      *  sur les contrats (capital moyen total et plus gros contrat),
      *  second passage de repartition, reliquat et total du produit
      *---------------------------------------------------------------
       ParticipationBenefices-Trt.
           If IndexPB > NbLignePB
               Move 1 to ParticipationsEOF
           else
               Move CodeProduitPB of ligneParticipation(IndexPB)
                   to CodeProduitOC
               String ExercicePB of ligneParticipation(IndexPB)
                   "-01-01" into DateDebutExercice
               end-string
               Compute AnneeSuivantePB =
                   ExercicePB of ligneParticipation(IndexPB) + 1
               String AnneeSuivantePB "-01-01" into DateFinExercice
               end-string
               String ExercicePB of ligneParticipation(IndexPB)
                   "-12-31" into DateValeurExercice
               end-string

               If ModePB of ligneParticipation(IndexPB) = 'D'
                   Move 1 to ModeDistribution
                   Move "DISTRIBUTION" to LibelleModePB
               else
                   Move 0 to ModeDistribution
                   Move "SIMULATION (rien n'est pose)" to LibelleModePB
               end-if

               Move 0 to NbParticipationsPosees
      *        Une ligne deja extournee (extourne de passage, cf
      *        ExtournePassage) ne compte plus : le job se relance
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbParticipationsPosees
                   FROM OperationsCompte OC
                   WHERE (CodeProduit = :CodeProduitOC
                   AND TypeOperation = 'B'
                   AND DateValeur = :DateValeurExercice
                   AND NOT EXISTS
                       (SELECT X.NoOperation
                        FROM OperationsCompte X
                        WHERE X.CodeProduit = OC.CodeProduit
                        AND X.NoContrat = OC.NoContrat
                        AND X.TypeOperation = 'X'
                        AND X.NoOperationOrigine = OC.NoOperation))
               END-EXEC

               Perform EcritEnteteProduitPB

               If NbParticipationsPosees > 0
                   Add 1 to NbProduitsIgnores
                   Move "PARTICIPATION DE L'EXERCICE DEJA DISTRIBUEE"
                       to EnrFichierRapportPB
                   Perform EcritLigneBruteRapportPB
                   Display " Produit " CodeProduitOC " exercice "
                       ExercicePB of ligneParticipation(IndexPB)
                       " deja distribue - ignore "
               else
                   Perform CalculTotalCapitalPB
                   If TotalCapitalMoyenPB = 0
                       Add 1 to NbProduitsIgnores
                       Move "AUCUN CAPITAL MOYEN SUR L'EXERCICE"
                           to EnrFichierRapportPB
                       Perform EcritLigneBruteRapportPB
                   else
                       Perform RepartitionParticipation
                       Add 1 to NbProduitsRepartis
                   end-if
               end-if

               Add 1 to IndexPB
           end-if.

      *---------------------------------------------------------------
      *  Premier passage : capital moyen de chaque contrat eligible,
      *  total du produit et contrat porteur du reliquat (plus gros
      *  capital moyen, le premier en cas d'egalite)
      *---------------------------------------------------------------
       CalculTotalCapitalPB.
           Move 0 to TotalCapitalMoyenPB
           Move 0 to NbContratsEligibles
           Move 0 to NoContratReliquat
           Move 0 to CapitalMoyenReliquat
           Perform CalculJoursExercice

           EXEC SQL
               OPEN ContratsPB-Curseur
           END-EXEC
           Move 0 to ContratsPBEOF
           Perform CalculTotalCapitalPB-Trt until ContratsPBEOF = 1
           EXEC SQL
               CLOSE ContratsPB-Curseur
           END-EXEC.

       CalculTotalCapitalPB-Trt.
           EXEC SQL
               FETCH ContratsPB-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC,
                    :DateEffetPC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsPBEOF
           else
               Move NoContratPC to NoContratOC
               Perform CalculCapitalMoyenPB
               If CapitalMoyenPB > 0
                   Add 1 to NbContratsEligibles
                   Add CapitalMoyenPB to TotalCapitalMoyenPB
                   If CapitalMoyenPB > CapitalMoyenReliquat
                       Move CapitalMoyenPB to CapitalMoyenReliquat
                       Move NoContratOC to NoContratReliquat
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Second passage : quote-part de chaque contrat tronquee au
      *  centime, puis reliquat d'arrondi sur le contrat porteur - le
      *  total reparti egale le montant vote
      *---------------------------------------------------------------
       RepartitionParticipation.
           Move 0 to TotalDistribuePB

           EXEC SQL
               OPEN ContratsPB-Curseur
           END-EXEC
           Move 0 to ContratsPBEOF
           Perform RepartitionParticipation-Trt until ContratsPBEOF = 1
           EXEC SQL
               CLOSE ContratsPB-Curseur
           END-EXEC

           Compute ReliquatPB =
               MontantVotePB of ligneParticipation(IndexPB)
               - TotalDistribuePB
           If ReliquatPB > 0
               Move NoContratReliquat to NoContratOC
               Move ReliquatPB to MontantPartPB
               If ModeDistribution = 1
                   Perform PoseParticipation
               end-if
               Add ReliquatPB to TotalDistribuePB
               Move MontantPartPB to MontantDisplayPB
               String CodeProduitOC ';' NoContratOC
                   ';RELIQUAT ARRONDI;;' MontantDisplayPB
                   into EnrLigneRapportPB
               end-string
               Move EnrLigneRapportPB to EnrFichierRapportPB
               Perform EcritLigneBruteRapportPB
           end-if

           Move MontantVotePB of ligneParticipation(IndexPB)
               to MontantDisplayPB
           String "TOTAL PRODUIT " CodeProduitOC
               ";VOTE;" MontantDisplayPB
               into EnrLigneRapportPB
           end-string
           Move EnrLigneRapportPB to EnrFichierRapportPB
           Perform EcritLigneBruteRapportPB
           Move TotalDistribuePB to MontantDisplayPB
           String "TOTAL PRODUIT " CodeProduitOC
               ";REPARTI;" MontantDisplayPB
               into EnrLigneRapportPB
           end-string
           Move EnrLigneRapportPB to EnrFichierRapportPB
           Perform EcritLigneBruteRapportPB.

       RepartitionParticipation-Trt.
           EXEC SQL
               FETCH ContratsPB-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC,
                    :DateEffetPC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsPBEOF
           else
               Move NoContratPC to NoContratOC
               Perform CalculCapitalMoyenPB
               If CapitalMoyenPB > 0
                   Compute QuotePartPB rounded =
                       CapitalMoyenPB / TotalCapitalMoyenPB
                   Compute MontantPartPB =
                       MontantVotePB of ligneParticipation(IndexPB)
                       * CapitalMoyenPB / TotalCapitalMoyenPB
                   If MontantPartPB > 0 and ModeDistribution = 1
                       Perform PoseParticipation
                   end-if
                   Add MontantPartPB to TotalDistribuePB
                   Perform EcritLigneRapportPB
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Bornes de l'exercice en quantiemes et nombre de jours (365 ou
      *  366)
      *---------------------------------------------------------------
       CalculJoursExercice.
           Move DateDebutExercice to DateQuantiemeTxt
           Perform ChargeQuantiemeDate
           Move QuantiemeTravail to JourDebutExercice

           Move DateFinExercice to DateQuantiemeTxt
           Perform ChargeQuantiemeDate
           Move QuantiemeTravail to JourFinExercice

           Compute NbJoursExercice =
               JourFinExercice - JourDebutExercice.

      *---------------------------------------------------------------
      *  Capital moyen du contrat NoContratOC sur l'exercice, dans
      *  CapitalMoyenPB (zero si le cumul est negatif)
      *---------------------------------------------------------------
       CalculCapitalMoyenPB.
           Move 0 to CumulCapitalJours
           Move space to DernierTypePB
           Move 0 to SauterFraisPB

           EXEC SQL
               OPEN OperationsPB-Curseur
           END-EXEC
           Move 0 to OperationsPBEOF
           Perform RejoueOperationPB until OperationsPBEOF = 1
           EXEC SQL
               CLOSE OperationsPB-Curseur
           END-EXEC

           If CumulCapitalJours > 0
               Compute CapitalMoyenPB rounded =
                   CumulCapitalJours / NbJoursExercice
           else
               Move 0 to CapitalMoyenPB
           end-if.

      *---------------------------------------------------------------
      *  Une operation : montant signe (signes de ControleValeurs)
      *  pondere par les jours qui separent sa date de valeur - ou a
      *  defaut sa date d'operation - de la fin de l'exercice
      *---------------------------------------------------------------
       RejoueOperationPB.
           EXEC SQL
               FETCH OperationsPB-Curseur
                   INTO :NoOperationOC, :TypeOperationOC,
                    :MontantOperationOC, :DateOperationOC,
                    :DateValeurOC, :NoOperationOrigineOC,
                    :StatutReglementOC, :NatureFraisOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to OperationsPBEOF
           else
               Move 0 to MontantSignePB
               Perform AppliqueOperationPB

               If DateValeurOC = spaces
                   Move DateOperationOC to DateEffectivePB
               else
                   Move DateValeurOC to DateEffectivePB
               end-if
               Move DateEffectivePB to DateQuantiemeTxt
               Perform ChargeQuantiemeDate
               If QuantiemeTravail < JourDebutExercice
                   Move JourDebutExercice to JourEffectifPB
               else
                   Move QuantiemeTravail to JourEffectifPB
               end-if

               If JourEffectifPB < JourFinExercice
                   Compute CumulCapitalJours = CumulCapitalJours
                       + MontantSignePB
                       * (JourFinExercice - JourEffectifPB)
               end-if
           end-if.

       AppliqueOperationPB.
      *    Un cheque non encaisse n'a pas credite la valeur : lui et sa
      *    ligne de frais sont hors du calcul
           If TypeOperationOC = 'V' and StatutReglementOC = 'A'
               Move 1 to SauterFraisPB
               Move 'V' to DernierTypePB
           else
           If TypeOperationOC = 'F' and SauterFraisPB = 1
               Move 0 to SauterFraisPB
           else
           Evaluate TypeOperationOC
               When 'S'
                   Move MontantOperationOC to MontantSignePB
                   Move 'S' to DernierTypePB
               When 'A'
                   Move MontantOperationOC to MontantSignePB
                   Move 'A' to DernierTypePB
               When 'V'
                   Move MontantOperationOC to MontantSignePB
                   Move 'V' to DernierTypePB
               When 'R'
                   Compute MontantSignePB = 0 - MontantOperationOC
                   Move 'R' to DernierTypePB
               When 'I'
                   Move MontantOperationOC to MontantSignePB
                   Move 'I' to DernierTypePB
               When 'B'
                   Move MontantOperationOC to MontantSignePB
                   Move 'B' to DernierTypePB
               When 'D'
                   Move MontantOperationOC to MontantSignePB
                   Move 'D' to DernierTypePB
               When 'C'
                   Move MontantOperationOC to MontantSignePB
                   Move 'C' to DernierTypePB
               When 'P'
                   Compute MontantSignePB = 0 - MontantOperationOC
                   Move 'P' to DernierTypePB
               When 'F'
                   If DernierTypePB = 'R'
                   and NatureFraisOC not = 'G'
                       Move MontantOperationOC to MontantSignePB
                   else
                       Compute MontantSignePB = 0 - MontantOperationOC
                   end-if
               When 'X'
                   Perform RejoueExtournePB
               When other
                   continue
           End-evaluate
           end-if
           end-if.

      *---------------------------------------------------------------
      *  Une extourne inverse la contribution de son origine - meme
      *  remontee que RejoueExtourne dans ControleValeurs
      *---------------------------------------------------------------
       RejoueExtournePB.
           Move space to TypeOriginePB
           Move space to NatureOriginePB
           EXEC SQL
               SELECT TypeOperation, COALESCE(NatureFrais, ' ')
               INTO :TypeOriginePB, :NatureOriginePB
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOrigineOC)
           END-EXEC

           Evaluate TypeOriginePB
               When 'S'
                   Compute MontantSignePB = 0 - MontantOperationOC
               When 'V'
                   Compute MontantSignePB = 0 - MontantOperationOC
               When 'I'
                   Compute MontantSignePB = 0 - MontantOperationOC
               When 'B'
                   Compute MontantSignePB = 0 - MontantOperationOC
               When 'D'
                   Compute MontantSignePB = 0 - MontantOperationOC
               When 'C'
                   Compute MontantSignePB = 0 - MontantOperationOC
               When 'R'
                   Move MontantOperationOC to MontantSignePB
               When 'P'
                   Move MontantOperationOC to MontantSignePB
               When 'F'
                   Move space to TypeParentPB
                   Compute NoOperationParent =
                       NoOperationOrigineOC - 1
                   EXEC SQL
                       SELECT TypeOperation
                       INTO :TypeParentPB
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
                   If TypeParentPB = 'R'
                   and NatureOriginePB not = 'G'
                       Compute MontantSignePB = 0 - MontantOperationOC
                   else
                       Move MontantOperationOC to MontantSignePB
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
      *  Pose de la ligne 'B' (MontantPartPB sur NoContratOC) datee du
      *  jour de traitement, valeur au 31/12 de l'exercice, et credit
      *  de la valeur courante
      *---------------------------------------------------------------
       PoseParticipation.
           Move 'B' to TypeOperationOC
           Move MontantPartPB to MontantOperationOC
           Move DateValeurExercice to DateValeurOC

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
                   ,DateValeur
                   ,NoPassage)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:DateValeurOC
                   ,:NoPassageCB)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur pose participation : " CodeProduitOC
                   ' ' NoContratOC
               Move 'E' to SeveriteEvt
               String CodeProduitOC ' ' NoContratOC into CleEvt
               end-string
               Move "Erreur pose participation aux benefices"
                   to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
           else
               EXEC SQL
                   UPDATE ProduitsClient
                   SET ValeurCourante =
                       ValeurCourante + :MontantOperationOC
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC)
               END-EXEC
               Add 1 to NbContratsCredites
           end-if.

      *---------------------------------------------------------------
      *  Rapport : entete du montant vote, ligne d'un contrat
      *---------------------------------------------------------------
       EcritEnteteProduitPB.
           Move MontantVotePB of ligneParticipation(IndexPB)
               to MontantDisplayPB
           String "PRODUIT " CodeProduitOC
               " EXERCICE " ExercicePB of ligneParticipation(IndexPB)
               " - VOTE " MontantDisplayPB
               " - " LibelleModePB
               into EnrLigneRapportPB
           end-string
           Move EnrLigneRapportPB to EnrFichierRapportPB
           Perform EcritLigneBruteRapportPB
           Move "Produit;Contrat;CapitalMoyen;QuotePart;Participation"
               to EnrFichierRapportPB
           Perform EcritLigneBruteRapportPB.

       EcritLigneRapportPB.
           Move CapitalMoyenPB to MontantDisplayPB
           Move QuotePartPB to QuotePartDisplayPB
           String CodeProduitOC ';' NoContratOC
               ';' MontantDisplayPB
               ';' QuotePartDisplayPB
               into EnrLigneRapportPB
           end-string
           Move MontantPartPB to MontantDisplayPB
           String EnrLigneRapportPB(1:36) ';' MontantDisplayPB
               into EnrLigneRapportPB
           end-string
           Move EnrLigneRapportPB to EnrFichierRapportPB
           Perform EcritLigneBruteRapportPB.

       EcritLigneBruteRapportPB.
           If FichierRapportPBOk = 1
               write EnrFichierRapportPB
           end-if
           Move spaces to EnrLigneRapportPB.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       ParticipationBenefices-Fin.
           If FichierRapportPBOk = 1
               close FichierRapportPB
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

           Display " Participation aux benefices : "
               NbProduitsRepartis " produit(s) reparti(s), "
               NbProduitsIgnores " ignore(s), "
               NbContratsCredites " ligne(s) posee(s) ".

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
      *  Importation de ParticipationBenefices.csv - meme logique que
      *  l'import du bareme des penalites ; fichier absent = rien a
      *  repartir
      *---------------------------------------------------------------
       ImportationParticipations.
           Move 0 to EofImportPB
           Move 0 to NbLignePB
           Move 1 to IndexPB

           open input FichierParticipations
           evaluate FichierParticipationsStatus
               when "00"
                   read FichierParticipations
                       at end move 1 to EofImportPB
                   end-read
               when other
                   move 1 to EofImportPB
           end-evaluate

           Perform ImportationParticipations-Trt
               until EofImportPB = 1

           if FichierParticipationsStatus = "00"
            or FichierParticipationsStatus = "10"
               close FichierParticipations
           end-if.

       ImportationParticipations-Trt.
           Move 0 to NbChampsImportPB
           Move space to ModePB of ligneParticipation(IndexPB)
           Unstring EnrFichierParticipations delimited by ";" into
               CodeProduitPB of ligneParticipation(IndexPB)
               ExercicePBTxt of ligneParticipation(IndexPB)
               MontantVotePBTxt of ligneParticipation(IndexPB)
               ModePB of ligneParticipation(IndexPB)
               Tallying in NbChampsImportPB
           end-Unstring

           if NbChampsImportPB >= 3
            and ExercicePBTxt of ligneParticipation(IndexPB)
                is numeric
            and MontantVotePBTxt of ligneParticipation(IndexPB)
                is numeric
            and IndexPB < 50
               Move IndexPB to NbLignePB
               Add 1 to IndexPB
           end-if

           read FichierParticipations
               at end move 1 to EofImportPB
           end-read.

      *---------------------------------------------------------------
      *  Controle des passages batch : trace sans refus de
      *  relancement (protection double passage produit par produit)
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "ParticipationBenefices" to NomJobCB
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
           Move NbContratsCredites to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program ParticipationBenefices.
