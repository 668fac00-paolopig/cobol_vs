       program-id. StatistiquesTrimestrielles as
           "Contrat_Epargne_TS.StatistiquesTrimestrielles".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Etat trimestriel des statistiques monetaires pour la banque
      *    centrale, en format fixe : entete 'E', un enregistrement 'D'
      *    par segment (produit, residence, tranche d'age, type de
      *    personne), fin 'T' portant les totaux - montants en centimes
      *    implicites, comme les declarations FICOVIE et FGDR
           select FichierStatistiques assign to
                "C:\fichiers-cobol\StatistiquesTrimestrielles.txt"
                organization is line sequential access sequential
                file status is FichierStatistiquesStatus.

      *    Rapprochement de l'etat : ouverture + flux = cloture, cloture
      *    du trimestre precedent, valeurs courantes des contrats et
      *    compte d'encours du grand livre
           select FichierRapprochementST assign to
                "C:\fichiers-cobol\StatistiquesTrim-Rappro.txt"
                organization is line sequential access sequential
                file status is FichierRapproSTStatus.

      *    Plan de correspondance comptable (cf JournalComptable) : le
      *    compte credite par un versement est le compte d'encours des
      *    contrats au grand livre
           select FichierPlanComptable assign to
                "C:\fichiers-cobol\PlanComptable.csv"
                organization is line sequential access sequential
                file status is FichierPlanStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierStatistiques record varying from 0 to 255.
       01 EnrFichierStatistiques pic x(255).

       FD FichierRapprochementST record varying from 0 to 255.
       01 EnrFichierRapprochementST pic x(255).

       FD FichierPlanComptable record varying from 0 to 255.
       01 EnrFichierPlan pic x(255).

       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

      *    Structures attendues par le sous-programme CalculAge : age
      *    atteint a la fin du trimestre
       01 DateNaissanceTiers.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       01 DateFinTrimestre.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77  AgeTiers                PIC S999.

       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).

       77  FichierStatistiquesStatus pic x(2).
       77  FichierRapproSTStatus   pic x(2).
       77  FichiersStatistiquesOk  pic 9.
       77  EnrLigneRapprochement   pic X(255).

       77  FichierPlanStatus       pic x(2).
       77  EofPlan                 pic 9.
       77  NbChampsImportPlan      pic 9.
       77  TypeOperationPlan       pic X.
       77  CompteDebitPlan         pic X(8).
       77  CompteCreditPlan        pic X(8).
       77  CompteEncoursGL         pic X(8).

      *---------------------------------------------------------------
      * Trimestre declare : le trimestre echu precedant le mois de
      * traitement (passage dans les premiers jours du trimestre
      * suivant), AAAA-Tn - bornes en dates AAAA-MM-JJ pour
      * OperationsCompte et en periodes AAAA-MM pour le grand livre
      *---------------------------------------------------------------
       77  AnneeTrimestre          pic 9(4).
       77  NoTrimestre             pic 9.
       77  MoisDebutTrim           pic 99.
       77  MoisFinTrim             pic 99.
       77  AnneeTrimPrecedent      pic 9(4).
       77  NoTrimPrecedent         pic 9.
       77  TrimestreTraite         pic X(7).
       77  TrimestrePrecedent      pic X(7).
       77  DebutTrimestreTxt       pic X(10).
       77  FinTrimestreTxt         pic X(10).
       77  PeriodeDebutTrim        pic X(7).
       77  PeriodeFinTrim          pic X(7).

       77  ContratsEOF             pic 9.
       77  OperationsEOF           pic 9.
       77  NbContratsLus           pic 9(7) value 0.

      *---------------------------------------------------------------
      * Rejeu de l'historique du contrat jusqu'a la fin du trimestre,
      * avec les regles de signe de ControleValeurs : ce qui precede le
      * trimestre fait l'ouverture, ce qui tombe dedans est ventile en
      * collecte brute (S, V), rachats (R), interets credites (I, B) et
      * autres mouvements nets (frais, prelevements, extournes...), ce
      * qui suit la fin du trimestre sert au rapprochement avec la
      * valeur courante
      *---------------------------------------------------------------
       77  MontantSigne            pic S9(12)v99.
       77  DernierTypePrincipal    pic X.
       77  TypeOrigineStat         pic X.
       77  TypeParentStat          pic X.
       77  NatureOrigineStat       pic X.
       77  NoOperationParent       pic 9(8).
       77  SauterProchainFrais     pic 9.

       77  OuvertureContrat        pic S9(12)v99.
       77  CollecteContrat         pic S9(12)v99.
       77  RachatsContrat          pic S9(12)v99.
       77  InteretsContrat         pic S9(12)v99.
       77  AutresContrat           pic S9(12)v99.
       77  ClotureContrat          pic S9(12)v99.
       77  PosterieurContrat       pic S9(12)v99.
       77  EcartContrat            pic S9(12)v99.
       77  ContratEnVigueur        pic 9.

       77  TypeTiersContrat        pic X.
       77  PaysResidContrat        pic X(2).
       77  DateNaissContrat        pic X(10).
       77  ResidenceContrat        pic X.
       77  TrancheAgeContrat       pic X(2).
       77  TypePersonneContrat     pic X.

      *---------------------------------------------------------------
      * Segments de l'etat : produit x residence fiscale du titulaire
      * ('R' France ou non renseignee, 'N' autre pays) x tranche d'age
      * a la fin du trimestre ('A1' moins de 18 ans, 'A2' 18-39, 'A3'
      * 40-59, 'A4' 60-74, 'A5' 75 et plus, 'NC' date de naissance
      * inconnue, 'PM' personne morale) x type de personne ('P'/'M')
      *---------------------------------------------------------------
       77  NbSegments              pic 9(3) value 0.
       77  IndexSegment            pic 9(3).
       77  SegmentTrouve           pic 9.
       77  NbContratsHorsTable     pic 9(5) value 0.
       01  TableSegments.
           05 LigneSegment OCCURS 300 TIMES.
             10 CodeProduitSeg     PIC X(2).
             10 ResidenceSeg       PIC X.
             10 TrancheAgeSeg      PIC X(2).
             10 TypePersonneSeg    PIC X.
             10 NbContratsSeg      PIC 9(7).
             10 OuvertureSeg       PIC S9(13)V99.
             10 CollecteSeg        PIC S9(13)V99.
             10 RachatsSeg         PIC S9(13)V99.
             10 InteretsSeg        PIC S9(13)V99.
             10 AutresSeg          PIC S9(13)V99.
             10 ClotureSeg         PIC S9(13)V99.

      *---------------------------------------------------------------
      * Totaux de l'etat et elements du rapprochement
      *---------------------------------------------------------------
       77  NbContratsTotal         pic 9(7) value 0.
       77  OuvertureTotal          pic S9(13)v99 value 0.
       77  CollecteTotal           pic S9(13)v99 value 0.
       77  RachatsTotal            pic S9(13)v99 value 0.
       77  InteretsTotal           pic S9(13)v99 value 0.
       77  AutresTotal             pic S9(13)v99 value 0.
       77  ClotureTotal            pic S9(13)v99 value 0.
       77  FluxNetsTotal           pic S9(13)v99.
       77  EcartFlux               pic S9(13)v99.

       77  ClotureTrimPrecedente   pic S9(13)v99 value 0.
       77  NbSegmentsPrecedents    pic 9(5) value 0.
       77  EcartOuverture          pic S9(13)v99.

       77  ValeurCouranteTotal     pic S9(13)v99 value 0.
       77  PosterieurTotal         pic S9(13)v99 value 0.
       77  EcartLivreTotal         pic S9(13)v99.
       77  NbContratsEnEcart       pic 9(5) value 0.

       77  SoldeGrandLivre         pic S9(13)v99 value 0.
       77  MouvementGrandLivre     pic S9(13)v99 value 0.
       77  NbPeriodesJournalisees  pic 9(3) value 0.
       77  EcartSoldeGL            pic S9(13)v99.
       77  EcartMouvementGL        pic S9(13)v99.

       77  EcartVerdict            pic S9(13)v99.
       77  VerdictRappro           pic X(5).
       77  NbEcartsRappro          pic 9 value 0.
       77  MontantDisplayST        pic -(12)9.99.
       77  EcartDisplayST          pic -(12)9.99.
       77  ClotureDisplayST        pic -(12)9.99.
       77  PosterieurDisplayST     pic -(12)9.99.
       77  NbDisplayST             pic Z(6)9.

      *---------------------------------------------------------------
      * Enregistrements fixes de l'etat
      *---------------------------------------------------------------
       01  EnrEnteteST.
           05 TypeEnrEnteteST      PIC X value 'E'.
           05 LibelleEnteteST      PIC X(30)
                                   value "STATISTIQUES EPARGNE TRIM".
           05 TrimestreEnteteST    PIC X(7).
           05 DebutEnteteST        PIC X(10).
           05 FinEnteteST          PIC X(10).
           05 HorodatageEnteteST   PIC X(19).

       01  EnrSegmentST.
           05 TypeEnrSegmentST     PIC X value 'D'.
           05 TrimestreSegmentST   PIC X(7).
           05 CodeProduitSegST     PIC X(2).
           05 ResidenceSegST       PIC X.
           05 TrancheAgeSegST      PIC X(2).
           05 TypePersonneSegST    PIC X.
           05 NbContratsSegST      PIC 9(7).
           05 OuvertureSegST       PIC S9(15) sign leading separate.
           05 CollecteSegST        PIC 9(15).
           05 RachatsSegST         PIC 9(15).
           05 InteretsSegST        PIC 9(15).
           05 AutresSegST          PIC S9(15) sign leading separate.
           05 ClotureSegST         PIC S9(15) sign leading separate.

       01  EnrFinST.
           05 TypeEnrFinST         PIC X value 'T'.
           05 TrimestreFinST       PIC X(7).
           05 NbSegmentsFinST      PIC 9(5).
           05 NbContratsFinST      PIC 9(7).
           05 OuvertureFinST       PIC S9(15) sign leading separate.
           05 CollecteFinST        PIC 9(15).
           05 RachatsFinST         PIC 9(15).
           05 InteretsFinST        PIC 9(15).
           05 AutresFinST          PIC S9(15) sign leading separate.
           05 ClotureFinST         PIC S9(15) sign leading separate.

      *---------------------------------------------------------------
      * Controle des passages batch : etat trimestriel, refus si le
      * trimestre est deja termine (un etat remis ne se refait pas
      * sans purge de ControleBatch)
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       77  NbPassagesTermines      pic 9(5).
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
      *  Mainline - etat trimestriel de la banque centrale : encours,
      *  nombre de contrats, collecte brute, rachats et interets
      *  credites du trimestre, ventiles par produit, residence
      *  fiscale, tranche d'age et type de personne du titulaire. Le
      *  rapprochement joint prouve que l'encours de cloture egale
      *  l'ouverture plus les flux, qu'il reprend la cloture publiee au
      *  trimestre precedent, les valeurs courantes des contrats et le
      *  solde du compte d'encours au grand livre
      *---------------------------------------------------------------
       Debut.
           Move "StatistiquesTrimestrielles" to JobEvt
           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move "Lancement du passage" to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           perform Statistiques-Init.
           perform Statistiques-Trt until ContratsEOF = 1.
           perform Statistiques-Fin.
           goback.

       Statistiques-Init.
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

      *    Contrats souscrits au plus tard a la fin du trimestre, avec
      *    le titulaire qui porte le segment (le co-souscripteur d'un
      *    contrat joint n'est pas ventile a part)
           EXEC SQL
               DECLARE ContratsStat-Curseur CURSOR FOR
                Select PC.CodeProduit, PC.NoContrat, PC.EtatProduit,
                 PC.ValeurCourante, COALESCE(T.TypeTiers, 'P'),
                 COALESCE(T.PaysResidFisc, ' '),
                 COALESCE(T.DateNaissance, ' ')
                From ProduitsClient PC, TiersSB T
                Where T.IdTiers = PC.TiersSouscr
                And PC.DateEffet <= :FinTrimestreTxt
                ORDER BY PC.CodeProduit, PC.NoContrat
           END-EXEC.

           EXEC SQL
               DECLARE OperationsStat-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation,
                 COALESCE(NoOperationOrigine, 0),
                 COALESCE(StatutReglement, ' '),
                 COALESCE(NatureFrais, ' '), DateOperation
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC)
                ORDER BY NoOperation
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           Perform DetermineTrimestre.
           Move TrimestreTraite to PeriodeTraitement.

           If BatchRefuse = 0
               Perform DebutControleBatch
           end-if.

           If BatchRefuse = 0
               Perform ChargeCompteEncours
               Perform ChargeCloturePrecedente

               Move 1 to FichiersStatistiquesOk
               open output FichierStatistiques
               If FichierStatistiquesStatus not = "00"
                   Move 0 to FichiersStatistiquesOk
               end-if
               open output FichierRapprochementST
               If FichierRapproSTStatus not = "00"
                   Move 0 to FichiersStatistiquesOk
               end-if

               If FichiersStatistiquesOk = 0
                   Display " Erreur ouverture fichiers statistiques -"
                       " job interrompu "
                   Move 'E' to SeveriteEvt
                   Move spaces to CleEvt
                   Move "Ouverture fichiers impossible - job interrompu"
                       to MessageEvt
                   Call 'EcritJournalExploitation'
                       using EvenementExploitation
                   Move 1 to ContratsEOF
               else
                   Move TrimestreTraite to TrimestreEnteteST
                   Move DebutTrimestreTxt to DebutEnteteST
                   Move FinTrimestreTxt to FinEnteteST
                   Move HorodatageBatch to HorodatageEnteteST
                   Move EnrEnteteST to EnrFichierStatistiques
                   write EnrFichierStatistiques

                   Move spaces to EnrLigneRapprochement
                   String "RAPPROCHEMENT STATISTIQUES TRIMESTRE "
                       TrimestreTraite " DU " DebutTrimestreTxt
                       " AU " FinTrimestreTxt
                       into EnrLigneRapprochement
                   end-string
                   Move EnrLigneRapprochement
                       to EnrFichierRapprochementST
                   write EnrFichierRapprochementST
                   Move "Contrats en ecart avec la valeur courante :"
                       to EnrFichierRapprochementST
                   write EnrFichierRapprochementST
                   Move "CodeProduit;NoContrat;Etat;ValeurCourante;ClotureRejouee;Posterieurs;Ecart"
                       to EnrFichierRapprochementST
                   write EnrFichierRapprochementST

                   EXEC SQL
                       OPEN ContratsStat-Curseur
                   END-EXEC
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Trimestre echu precedant le mois de traitement : un passage
      *  en avril declare le premier trimestre, un passage en janvier
      *  le quatrieme trimestre de l'annee precedente
      *---------------------------------------------------------------
       DetermineTrimestre.
           Move Annee of DateOperationContrat to AnneeTrimestre
           Compute NoTrimestre = (Mois of DateOperationContrat - 1) / 3
           If NoTrimestre = 0
               Move 4 to NoTrimestre
               Subtract 1 from AnneeTrimestre
           end-if

           Compute MoisFinTrim = NoTrimestre * 3
           Compute MoisDebutTrim = MoisFinTrim - 2

           Move AnneeTrimestre to AnneeTrimPrecedent
           Compute NoTrimPrecedent = NoTrimestre - 1
           If NoTrimPrecedent = 0
               Move 4 to NoTrimPrecedent
               Subtract 1 from AnneeTrimPrecedent
           end-if

           Move spaces to TrimestreTraite
           String AnneeTrimestre '-T' NoTrimestre
               into TrimestreTraite
           end-string
           Move spaces to TrimestrePrecedent
           String AnneeTrimPrecedent '-T' NoTrimPrecedent
               into TrimestrePrecedent
           end-string

           Move spaces to DebutTrimestreTxt
           String AnneeTrimestre '-' MoisDebutTrim '-01'
               into DebutTrimestreTxt
           end-string
           Move spaces to FinTrimestreTxt
           String AnneeTrimestre '-' MoisFinTrim '-31'
               into FinTrimestreTxt
           end-string
           Move spaces to PeriodeDebutTrim
           String AnneeTrimestre '-' MoisDebutTrim
               into PeriodeDebutTrim
           end-string
           Move spaces to PeriodeFinTrim
           String AnneeTrimestre '-' MoisFinTrim
               into PeriodeFinTrim
           end-string

           Move AnneeTrimestre to Annee of DateFinTrimestre
           Move MoisFinTrim to Mois of DateFinTrimestre
           Move 31 to Jour of DateFinTrimestre.

      *---------------------------------------------------------------
      *  Un contrat : rejeu, segment du titulaire, cumul au segment
      *---------------------------------------------------------------
       Statistiques-Trt.
           EXEC SQL
               FETCH ContratsStat-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :EtatProduitPC,
                    :ValeurCourantePC, :TypeTiersContrat,
                    :PaysResidContrat, :DateNaissContrat
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
           else
               Add 1 to NbContratsLus
               Move CodeProduitPC to CodeProduitOC
               Move NoContratPC to NoContratOC
               Perform RejoueOperationsStat
               Perform RapprocheValeurContrat

      *        En vigueur a la fin du trimestre : encours positif, ou
      *        contrat toujours ouvert (en attente de fonds compris)
               Move 0 to ContratEnVigueur
               If ClotureContrat > 0
                   Move 1 to ContratEnVigueur
               end-if
               If EtatProduitPC not = '0' and EtatProduitPC not = '6'
                   Move 1 to ContratEnVigueur
               end-if

               If ContratEnVigueur = 1
                or OuvertureContrat not = 0
                or ClotureContrat not = 0
                or CollecteContrat not = 0
                or RachatsContrat not = 0
                or InteretsContrat not = 0
                or AutresContrat not = 0
                   Perform SegmentContrat
                   Perform CumulSegment
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Rejeu signe de tout l'historique du contrat, ventile par
      *  rapport aux bornes du trimestre
      *---------------------------------------------------------------
       RejoueOperationsStat.
           Move 0 to OuvertureContrat
           Move 0 to CollecteContrat
           Move 0 to RachatsContrat
           Move 0 to InteretsContrat
           Move 0 to AutresContrat
           Move 0 to ClotureContrat
           Move 0 to PosterieurContrat
           Move space to DernierTypePrincipal
           Move 0 to SauterProchainFrais

           EXEC SQL
               OPEN OperationsStat-Curseur
           END-EXEC

           Move 0 to OperationsEOF
           Perform RejoueUneOperationStat until OperationsEOF = 1

           EXEC SQL
               CLOSE OperationsStat-Curseur
           END-EXEC.

       RejoueUneOperationStat.
           EXEC SQL
               FETCH OperationsStat-Curseur
                   INTO :NoOperationOC, :TypeOperationOC,
                    :MontantOperationOC, :NoOperationOrigineOC,
                    :StatutReglementOC, :NatureFraisOC,
                    :DateOperationOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to OperationsEOF
           else
               Perform SigneOperationStat
               Perform VentileOperationStat
           end-if.

      *---------------------------------------------------------------
      *  Montant signe de l'operation - memes regles que le rejeu de
      *  ControleValeurs (cheque non encaisse et ses frais hors valeur,
      *  frais d'un rachat en credit, extourne a l'inverse de son
      *  origine)
      *---------------------------------------------------------------
       SigneOperationStat.
           Move 0 to MontantSigne
           If TypeOperationOC = 'V' and StatutReglementOC = 'A'
               Move 1 to SauterProchainFrais
               Move 'V' to DernierTypePrincipal
           else
           If TypeOperationOC = 'F' and SauterProchainFrais = 1
               Move 0 to SauterProchainFrais
           else
           Evaluate TypeOperationOC
               When 'S'
               When 'A'
               When 'V'
               When 'I'
               When 'B'
               When 'D'
               When 'C'
                   Move MontantOperationOC to MontantSigne
                   Move TypeOperationOC to DernierTypePrincipal
               When 'R'
               When 'P'
                   Compute MontantSigne = 0 - MontantOperationOC
                   Move TypeOperationOC to DernierTypePrincipal
               When 'F'
                   If DernierTypePrincipal = 'R'
                   and NatureFraisOC not = 'G'
                       Move MontantOperationOC to MontantSigne
                   else
                       Compute MontantSigne = 0 - MontantOperationOC
                   end-if
               When 'X'
                   Perform SigneExtourneStat
               When other
                   continue
           End-evaluate
           end-if
           end-if.

      *---------------------------------------------------------------
      *  Une extourne inverse la contribution de son operation
      *  d'origine - pour une origine 'F' il faut remonter a
      *  l'operation principale qui la precede pour retrouver le signe
      *---------------------------------------------------------------
       SigneExtourneStat.
           Move space to TypeOrigineStat
           Move space to NatureOrigineStat
           EXEC SQL
               SELECT TypeOperation, COALESCE(NatureFrais, ' ')
               INTO :TypeOrigineStat, :NatureOrigineStat
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOrigineOC)
           END-EXEC

           Evaluate TypeOrigineStat
               When 'S'
               When 'V'
               When 'I'
               When 'B'
               When 'D'
               When 'C'
                   Compute MontantSigne = 0 - MontantOperationOC
               When 'R'
               When 'P'
                   Move MontantOperationOC to MontantSigne
               When 'F'
                   Move space to TypeParentStat
                   Compute NoOperationParent =
                       NoOperationOrigineOC - 1
                   EXEC SQL
                       SELECT TypeOperation
                       INTO :TypeParentStat
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
                   If TypeParentStat = 'R'
                   and NatureOrigineStat not = 'G'
                       Compute MontantSigne = 0 - MontantOperationOC
                   else
                       Move MontantOperationOC to MontantSigne
                   end-if
               When other
                   continue
           End-evaluate.

      *---------------------------------------------------------------
      *  Ventilation : avant le trimestre = ouverture ; dans le
      *  trimestre = flux par nature ; apres = posterieur (rapprochement
      *  avec la valeur courante seulement)
      *---------------------------------------------------------------
       VentileOperationStat.
           If DateOperationOC > FinTrimestreTxt
               Add MontantSigne to PosterieurContrat
           else
               Add MontantSigne to ClotureContrat
               If DateOperationOC < DebutTrimestreTxt
                   Add MontantSigne to OuvertureContrat
               else
                   Evaluate TypeOperationOC
                       When 'S'
                       When 'V'
                           Add MontantSigne to CollecteContrat
                       When 'R'
                           Subtract MontantSigne from RachatsContrat
                       When 'I'
                       When 'B'
                           Add MontantSigne to InteretsContrat
                       When other
                           Add MontantSigne to AutresContrat
                   End-evaluate
               end-if
           end-if.

      *---------------------------------------------------------------
      *  La cloture rejouee plus les mouvements posterieurs doit
      *  retomber sur la valeur courante du contrat
      *---------------------------------------------------------------
       RapprocheValeurContrat.
           Add ValeurCourantePC to ValeurCouranteTotal
           Add PosterieurContrat to PosterieurTotal
           Compute EcartContrat = ClotureContrat + PosterieurContrat
               - ValeurCourantePC

           If EcartContrat not = 0
               Add 1 to NbContratsEnEcart
               Move ValeurCourantePC to MontantDisplayST
               Move ClotureContrat to ClotureDisplayST
               Move PosterieurContrat to PosterieurDisplayST
               Move EcartContrat to EcartDisplayST
               Move spaces to EnrLigneRapprochement
               String CodeProduitPC        delimited by size
                   ';' NoContratPC          delimited by size
                   ';' EtatProduitPC        delimited by size
                   ';' MontantDisplayST     delimited by size
                   ';' ClotureDisplayST     delimited by size
                   ';' PosterieurDisplayST  delimited by size
                   ';' EcartDisplayST       delimited by size
                   into EnrLigneRapprochement
               end-string
               Move EnrLigneRapprochement to EnrFichierRapprochementST
               write EnrFichierRapprochementST
           end-if.

      *---------------------------------------------------------------
      *  Segment du titulaire : residence fiscale CRS, tranche d'age a
      *  la fin du trimestre, personne morale ou physique
      *---------------------------------------------------------------
       SegmentContrat.
           If PaysResidContrat = 'FR' or PaysResidContrat = spaces
               Move 'R' to ResidenceContrat
           else
               Move 'N' to ResidenceContrat
           end-if

           If TypeTiersContrat = 'M'
               Move 'M' to TypePersonneContrat
               Move "PM" to TrancheAgeContrat
           else
               Move 'P' to TypePersonneContrat
               Move "NC" to TrancheAgeContrat
               If DateNaissContrat(1:4) is numeric
               and DateNaissContrat(6:2) is numeric
               and DateNaissContrat(9:2) is numeric
                   unstring DateNaissContrat
                       delimited by '-' into
                       Annee of DateNaissanceTiers
                       Mois of DateNaissanceTiers
                       Jour of DateNaissanceTiers
                   end-unstring
                   Call 'CalculAge' USING DateNaissanceTiers,
                       DateFinTrimestre, AgeTiers
                   Evaluate true
                       When AgeTiers < 18
                           Move "A1" to TrancheAgeContrat
                       When AgeTiers < 40
                           Move "A2" to TrancheAgeContrat
                       When AgeTiers < 60
                           Move "A3" to TrancheAgeContrat
                       When AgeTiers < 75
                           Move "A4" to TrancheAgeContrat
                       When other
                           Move "A5" to TrancheAgeContrat
                   End-evaluate
               end-if
           end-if.

       CumulSegment.
           Move 0 to SegmentTrouve
           Move 1 to IndexSegment
           Perform RechercheSegment-Trt
               until IndexSegment > NbSegments
                  or SegmentTrouve = 1

           If SegmentTrouve = 0
               If NbSegments < 300
                   Add 1 to NbSegments
                   Move NbSegments to IndexSegment
                   Move CodeProduitPC to CodeProduitSeg(IndexSegment)
                   Move ResidenceContrat to ResidenceSeg(IndexSegment)
                   Move TrancheAgeContrat
                       to TrancheAgeSeg(IndexSegment)
                   Move TypePersonneContrat
                       to TypePersonneSeg(IndexSegment)
                   Move 0 to NbContratsSeg(IndexSegment)
                   Move 0 to OuvertureSeg(IndexSegment)
                   Move 0 to CollecteSeg(IndexSegment)
                   Move 0 to RachatsSeg(IndexSegment)
                   Move 0 to InteretsSeg(IndexSegment)
                   Move 0 to AutresSeg(IndexSegment)
                   Move 0 to ClotureSeg(IndexSegment)
                   Move 1 to SegmentTrouve
               else
                   Add 1 to NbContratsHorsTable
                   Move 'E' to SeveriteEvt
                   String CodeProduitPC ' ' NoContratPC into CleEvt
                   end-string
                   Move "Table des segments pleine - contrat ignore"
                       to MessageEvt
                   Call 'EcritJournalExploitation'
                       using EvenementExploitation
               end-if
           end-if

           If SegmentTrouve = 1
               If ContratEnVigueur = 1
                   Add 1 to NbContratsSeg(IndexSegment)
                   Add 1 to NbContratsTotal
               end-if
               Add OuvertureContrat to OuvertureSeg(IndexSegment)
               Add CollecteContrat to CollecteSeg(IndexSegment)
               Add RachatsContrat to RachatsSeg(IndexSegment)
               Add InteretsContrat to InteretsSeg(IndexSegment)
               Add AutresContrat to AutresSeg(IndexSegment)
               Add ClotureContrat to ClotureSeg(IndexSegment)

               Add OuvertureContrat to OuvertureTotal
               Add CollecteContrat to CollecteTotal
               Add RachatsContrat to RachatsTotal
               Add InteretsContrat to InteretsTotal
               Add AutresContrat to AutresTotal
               Add ClotureContrat to ClotureTotal
           end-if.

       RechercheSegment-Trt.
           If CodeProduitSeg(IndexSegment) = CodeProduitPC
           and ResidenceSeg(IndexSegment) = ResidenceContrat
           and TrancheAgeSeg(IndexSegment) = TrancheAgeContrat
           and TypePersonneSeg(IndexSegment) = TypePersonneContrat
               Move 1 to SegmentTrouve
           else
               Add 1 to IndexSegment
           end-if.

      *---------------------------------------------------------------
      *  Fin : enregistrements 'D' et 'T', publication des encours du
      *  trimestre, rapprochement
      *---------------------------------------------------------------
       Statistiques-Fin.
           If BatchRefuse = 0 and FichiersStatistiquesOk = 1
               EXEC SQL
                   CLOSE ContratsStat-Curseur
               END-EXEC

      *        Une publication laissee par un passage interrompu est
      *        remplacee
               Move TrimestreTraite to TrimestreST
               EXEC SQL
                   DELETE FROM StatistiquesTrimestre
                   WHERE Trimestre = :TrimestreST
               END-EXEC

               Perform EcritSegment
                   varying IndexSegment from 1 by 1
                   until IndexSegment > NbSegments

               Move TrimestreTraite to TrimestreFinST
               Move NbSegments to NbSegmentsFinST
               Move NbContratsTotal to NbContratsFinST
               Compute OuvertureFinST = OuvertureTotal * 100
               Compute CollecteFinST = CollecteTotal * 100
               Compute RachatsFinST = RachatsTotal * 100
               Compute InteretsFinST = InteretsTotal * 100
               Compute AutresFinST = AutresTotal * 100
               Compute ClotureFinST = ClotureTotal * 100
               Move EnrFinST to EnrFichierStatistiques
               write EnrFichierStatistiques

               Perform RapprochementFlux
               Perform RapprochementTrimPrecedent
               Perform RapprochementValeurs
               Perform RapprochementGrandLivre

               close FichierStatistiques
               close FichierRapprochementST

               Perform FinControleBatch
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           If BatchRefuse = 0
               Display " Statistiques trimestrielles " TrimestreTraite
                   " : " NbSegments " segment(s), " NbContratsTotal
                   " contrat(s), " NbEcartsRappro
                   " rapprochement(s) en ecart (cf"
                   " StatistiquesTrim-Rappro.txt) "
           end-if.

           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           String "Fin du passage - " NbContratsTotal " contrat(s), "
               NbEcartsRappro " rapprochement(s) en ecart"
               into MessageEvt
           end-string
           Call 'EcritJournalExploitation' using EvenementExploitation.

       EcritSegment.
           Move TrimestreTraite to TrimestreSegmentST
           Move CodeProduitSeg(IndexSegment) to CodeProduitSegST
           Move ResidenceSeg(IndexSegment) to ResidenceSegST
           Move TrancheAgeSeg(IndexSegment) to TrancheAgeSegST
           Move TypePersonneSeg(IndexSegment) to TypePersonneSegST
           Move NbContratsSeg(IndexSegment) to NbContratsSegST
           Compute OuvertureSegST = OuvertureSeg(IndexSegment) * 100
           Compute CollecteSegST = CollecteSeg(IndexSegment) * 100
           Compute RachatsSegST = RachatsSeg(IndexSegment) * 100
           Compute InteretsSegST = InteretsSeg(IndexSegment) * 100
           Compute AutresSegST = AutresSeg(IndexSegment) * 100
           Compute ClotureSegST = ClotureSeg(IndexSegment) * 100
           Move EnrSegmentST to EnrFichierStatistiques
           write EnrFichierStatistiques

           Move TrimestreTraite to TrimestreST
           Move CodeProduitSeg(IndexSegment) to CodeProduitST
           Move ResidenceSeg(IndexSegment) to ResidenceST
           Move TrancheAgeSeg(IndexSegment) to TrancheAgeST
           Move TypePersonneSeg(IndexSegment) to TypePersonneST
           Move NbContratsSeg(IndexSegment) to NbContratsST
           Move ClotureSeg(IndexSegment) to EncoursST
           EXEC SQL
               INSERT INTO StatistiquesTrimestre
                   (Trimestre, CodeProduit, Residence, TrancheAge,
                    TypePersonne, NbContrats, Encours)
               VALUES
                   (:TrimestreST, :CodeProduitST, :ResidenceST,
                    :TrancheAgeST, :TypePersonneST, :NbContratsST,
                    :EncoursST)
           END-EXEC
           If SQLCODE not = 0
               Move 'W' to SeveriteEvt
               Move TrimestreTraite to CleEvt
               Move "Publication d'un segment impossible"
                   to MessageEvt
               Call 'EcritJournalExploitation'
                   using EvenementExploitation
           end-if.

      *---------------------------------------------------------------
      *  Ouverture + collecte - rachats + interets + autres = cloture
      *---------------------------------------------------------------
       RapprochementFlux.
           Move spaces to EnrFichierRapprochementST
           write EnrFichierRapprochementST
           Move "Encours du trimestre :" to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           Move OuvertureTotal to MontantDisplayST
           Move spaces to EnrLigneRapprochement
           String "Encours d'ouverture;" MontantDisplayST
               into EnrLigneRapprochement
           end-string
           Move EnrLigneRapprochement to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           Move CollecteTotal to MontantDisplayST
           Move spaces to EnrLigneRapprochement
           String "Collecte brute;" MontantDisplayST
               into EnrLigneRapprochement
           end-string
           Move EnrLigneRapprochement to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           Move RachatsTotal to MontantDisplayST
           Move spaces to EnrLigneRapprochement
           String "Rachats;" MontantDisplayST
               into EnrLigneRapprochement
           end-string
           Move EnrLigneRapprochement to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           Move InteretsTotal to MontantDisplayST
           Move spaces to EnrLigneRapprochement
           String "Interets credites;" MontantDisplayST
               into EnrLigneRapprochement
           end-string
           Move EnrLigneRapprochement to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           Move AutresTotal to MontantDisplayST
           Move spaces to EnrLigneRapprochement
           String "Autres mouvements nets;" MontantDisplayST
               into EnrLigneRapprochement
           end-string
           Move EnrLigneRapprochement to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           Move ClotureTotal to MontantDisplayST
           Move spaces to EnrLigneRapprochement
           String "Encours de cloture;" MontantDisplayST
               into EnrLigneRapprochement
           end-string
           Move EnrLigneRapprochement to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           Compute FluxNetsTotal = CollecteTotal - RachatsTotal
               + InteretsTotal + AutresTotal
           Compute EcartFlux = OuvertureTotal + FluxNetsTotal
               - ClotureTotal
           Move EcartFlux to EcartDisplayST
           Move EcartFlux to EcartVerdict
           Perform VerdictEcart
           Move spaces to EnrLigneRapprochement
           String "Ouverture + flux - cloture;" EcartDisplayST ';'
               VerdictRappro into EnrLigneRapprochement
           end-string
           Move EnrLigneRapprochement to EnrFichierRapprochementST
           write EnrFichierRapprochementST.

      *---------------------------------------------------------------
      *  L'ouverture reprend la cloture publiee au trimestre precedent
      *  (au total : un titulaire qui change de tranche d'age passe
      *  d'un segment a l'autre)
      *---------------------------------------------------------------
       RapprochementTrimPrecedent.
           Move spaces to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           If NbSegmentsPrecedents = 0
               Move spaces to EnrLigneRapprochement
               String "Cloture publiee au trimestre "
                   TrimestrePrecedent ";non disponible"
                   into EnrLigneRapprochement
               end-string
               Move EnrLigneRapprochement to EnrFichierRapprochementST
               write EnrFichierRapprochementST
           else
               Move ClotureTrimPrecedente to MontantDisplayST
               Move spaces to EnrLigneRapprochement
               String "Cloture publiee au trimestre "
                   TrimestrePrecedent ";" MontantDisplayST
                   into EnrLigneRapprochement
               end-string
               Move EnrLigneRapprochement to EnrFichierRapprochementST
               write EnrFichierRapprochementST

               Compute EcartOuverture = OuvertureTotal
                   - ClotureTrimPrecedente
               Move EcartOuverture to EcartDisplayST
               Move EcartOuverture to EcartVerdict
               Perform VerdictEcart
               Move spaces to EnrLigneRapprochement
               String "Ouverture - cloture publiee;" EcartDisplayST
                   ';' VerdictRappro into EnrLigneRapprochement
               end-string
               Move EnrLigneRapprochement to EnrFichierRapprochementST
               write EnrFichierRapprochementST
           end-if.

      *---------------------------------------------------------------
      *  Cloture + mouvements posterieurs = valeurs courantes (le
      *  detail des contrats en ecart est en tete du rapprochement)
      *---------------------------------------------------------------
       RapprochementValeurs.
           Move spaces to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           Move ValeurCouranteTotal to MontantDisplayST
           Move spaces to EnrLigneRapprochement
           String "Valeur courante des contrats;" MontantDisplayST
               into EnrLigneRapprochement
           end-string
           Move EnrLigneRapprochement to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           Move PosterieurTotal to MontantDisplayST
           Move spaces to EnrLigneRapprochement
           String "Mouvements posterieurs au trimestre;"
               MontantDisplayST into EnrLigneRapprochement
           end-string
           Move EnrLigneRapprochement to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           Compute EcartLivreTotal = ClotureTotal + PosterieurTotal
               - ValeurCouranteTotal
           Move EcartLivreTotal to EcartDisplayST
           Move NbContratsEnEcart to NbDisplayST
           Move EcartLivreTotal to EcartVerdict
      *    Des ecarts de contrats qui se compensent au total laissent
      *    le rapprochement en ecart
           If NbContratsEnEcart > 0
               Move NbContratsEnEcart to EcartVerdict
           end-if
           Perform VerdictEcart
           Move spaces to EnrLigneRapprochement
           String "Cloture + posterieurs - valeur courante;"
               EcartDisplayST ';' VerdictRappro ';' NbDisplayST
               " contrat(s) en ecart" into EnrLigneRapprochement
           end-string
           Move EnrLigneRapprochement to EnrFichierRapprochementST
           write EnrFichierRapprochementST.

      *---------------------------------------------------------------
      *  Compte d'encours au grand livre : solde cumule a la fin du
      *  trimestre contre l'encours de cloture, mouvement net des trois
      *  periodes contre les flux du trimestre
      *---------------------------------------------------------------
       RapprochementGrandLivre.
           Move spaces to EnrFichierRapprochementST
           write EnrFichierRapprochementST

           If CompteEncoursGL = spaces
               Move "Compte d'encours absent du plan comptable (type V)"
                   to EnrFichierRapprochementST
               write EnrFichierRapprochementST
               Add 1 to NbEcartsRappro
           else
               Move CompteEncoursGL to NoCompteGL
               Move PeriodeFinTrim to PeriodeGL
               EXEC SQL
                   SELECT COALESCE(SUM(TotalCredit - TotalDebit), 0)
                   INTO :SoldeGrandLivre
                   FROM GrandLivre
                   WHERE (NoCompte = :NoCompteGL
                   AND Periode <= :PeriodeGL)
               END-EXEC

               Move PeriodeDebutTrim to PeriodeGL
               EXEC SQL
                   SELECT COALESCE(SUM(TotalCredit - TotalDebit), 0),
                    COUNT(DISTINCT Periode)
                   INTO :MouvementGrandLivre, :NbPeriodesJournalisees
                   FROM GrandLivre
                   WHERE (NoCompte = :NoCompteGL
                   AND Periode >= :PeriodeGL
                   AND Periode <= :PeriodeFinTrim)
               END-EXEC

               Move SoldeGrandLivre to MontantDisplayST
               Move spaces to EnrLigneRapprochement
               String "Grand livre compte " CompteEncoursGL
                   " solde fin de trimestre;" MontantDisplayST
                   into EnrLigneRapprochement
               end-string
               Move EnrLigneRapprochement to EnrFichierRapprochementST
               write EnrFichierRapprochementST

               Compute EcartSoldeGL = ClotureTotal - SoldeGrandLivre
               Move EcartSoldeGL to EcartDisplayST
               Move EcartSoldeGL to EcartVerdict
               Perform VerdictEcart
               Move spaces to EnrLigneRapprochement
               String "Encours de cloture - solde grand livre;"
                   EcartDisplayST ';' VerdictRappro
                   into EnrLigneRapprochement
               end-string
               Move EnrLigneRapprochement to EnrFichierRapprochementST
               write EnrFichierRapprochementST

               Move MouvementGrandLivre to MontantDisplayST
               Move NbPeriodesJournalisees to NbDisplayST
               Move spaces to EnrLigneRapprochement
               String "Grand livre mouvement net du trimestre;"
                   MontantDisplayST ';' NbDisplayST
                   " periode(s) journalisee(s) sur 3"
                   into EnrLigneRapprochement
               end-string
               Move EnrLigneRapprochement to EnrFichierRapprochementST
               write EnrFichierRapprochementST

               Compute EcartMouvementGL = FluxNetsTotal
                   - MouvementGrandLivre
               Move EcartMouvementGL to EcartDisplayST
               Move EcartMouvementGL to EcartVerdict
               Perform VerdictEcart
               Move spaces to EnrLigneRapprochement
               String "Flux nets - mouvement grand livre;"
                   EcartDisplayST ';' VerdictRappro
                   into EnrLigneRapprochement
               end-string
               Move EnrLigneRapprochement to EnrFichierRapprochementST
               write EnrFichierRapprochementST
           end-if.

      *---------------------------------------------------------------
      *  Verdict d'un rapprochement (ecart dans EcartVerdict), trace
      *  au journal d'exploitation quand il est en ecart
      *---------------------------------------------------------------
       VerdictEcart.
           If EcartVerdict = 0
               Move "OK" to VerdictRappro
           else
               Move "ECART" to VerdictRappro
               Add 1 to NbEcartsRappro
               Move 'W' to SeveriteEvt
               Move TrimestreTraite to CleEvt
               Move "Rapprochement des statistiques en ecart"
                   to MessageEvt
               Call 'EcritJournalExploitation'
                   using EvenementExploitation
           end-if.

      *---------------------------------------------------------------
      *  Compte d'encours : compte credite par un versement 'V' au plan
      *  de correspondance
      *---------------------------------------------------------------
       ChargeCompteEncours.
           Move spaces to CompteEncoursGL
           Move 0 to EofPlan
           open input FichierPlanComptable
           If FichierPlanStatus = "00"
               Perform LectureLignePlan until EofPlan = 1
               close FichierPlanComptable
           end-if.

       LectureLignePlan.
           read FichierPlanComptable
               at end move 1 to EofPlan
               not at end
                   Move 0 to NbChampsImportPlan
                   Unstring EnrFichierPlan delimited by ";" into
                       TypeOperationPlan
                       CompteDebitPlan
                       CompteCreditPlan
                       Tallying in NbChampsImportPlan
                   end-Unstring
                   If NbChampsImportPlan = 3
                   and TypeOperationPlan = 'V'
                       Move CompteCreditPlan to CompteEncoursGL
                   end-if
           end-read.

      *---------------------------------------------------------------
      *  Encours publie au trimestre precedent, tous segments
      *---------------------------------------------------------------
       ChargeCloturePrecedente.
           Move TrimestrePrecedent to TrimestreST
           EXEC SQL
               SELECT COALESCE(SUM(Encours), 0), COUNT(*)
               INTO :ClotureTrimPrecedente, :NbSegmentsPrecedents
               FROM StatistiquesTrimestre
               WHERE Trimestre = :TrimestreST
           END-EXEC
           If SQLCODE not = 0
               Move 0 to ClotureTrimPrecedente
               Move 0 to NbSegmentsPrecedents
           end-if.

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
      *  Controle des passages batch - etat trimestriel, refus si le
      *  trimestre est deja termine
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "StatistiquesTrimestrielles" to NomJobCB
           Move PeriodeTraitement to PeriodeJobCB
           Move 0 to NbPassagesTermines

           EXEC SQL
               SELECT COUNT(*)
               INTO :NbPassagesTermines
               FROM ControleBatch
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'T')
           END-EXEC

           If NbPassagesTermines > 0
               Display " Passage deja termine pour le trimestre "
                   PeriodeTraitement
                   " - job refuse (cf table ControleBatch) "
               Move 'W' to SeveriteEvt
               Move spaces to CleEvt
               Move "Passage deja termine pour la periode - job refuse"
                   to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
               Move 1 to ContratsEOF
               Move 1 to BatchRefuse
           else
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
               END-EXEC
           end-if.

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
               AND EtatJob = 'E')
           END-EXEC.

       end program StatistiquesTrimestrielles.
