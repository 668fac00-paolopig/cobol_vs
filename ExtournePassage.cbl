       program-id. ExtournePassage as
           "Contrat_Epargne_TS.ExtournePassage".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Demandes d'extourne deposees par un superviseur : une ligne
      *    par passage - NoPassage (8 chiffres, cf ControleBatch) ;
      *    Mode ('S' simulation, rapport seul - 'E' execution) ;
      *    CodeOperateur du superviseur qui ordonne l'extourne
           select FichierDemandeExtourne assign to
                "C:\fichiers-cobol\ExtournePassage.csv"
                organization is line sequential access sequential
                file status is FichierDemandeExtStatus.

      *    Rapport : ce qui serait (simulation) ou a ete (execution)
      *    extourne, operation par operation, ordre par ordre, reserve
      *    par reserve, puis le bilan de chaque demande
           select FichierRapportExtourne assign to
                "C:\fichiers-cobol\ExtournePassage.txt"
                organization is line sequential access sequential
                file status is FichierRapportExtStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierDemandeExtourne record varying from 0 to 255.
       01 EnrFichierDemandeExt pic x(255).

       FD FichierRapportExtourne record varying from 0 to 255.
       01 EnrFichierRapportExt pic x(255).

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

       77  FichierDemandeExtStatus pic x(2).
       77  FichierRapportExtStatus pic x(2).
       77  FichierRapportExtOk     pic 9 value 0.
       77  EofDemandes             pic 9.
       77  EnrLigneRapportExt      pic X(255).

      *---------------------------------------------------------------
      * Demande en cours
      *---------------------------------------------------------------
       01  LigneDemandeExtourne.
           05 NoPassageDemandeTxt  PIC X(8).
           05 NoPassageDemande REDEFINES NoPassageDemandeTxt
                                   PIC 9(8).
           05 ModeExtourne         PIC X.
              88 ExtourneExecutee  VALUE 'E'.
           05 SuperviseurExtourne  PIC X(8).
       77  NbChampsDemande         pic 9.
       77  NbSuperviseurs          pic 9(5).
       77  DemandeValide           pic 9.
       77  MotifRefus              pic X(50).
       77  NbAnomaliesPassage      pic 9(5).
       77  ExtourneOk              pic 9.
      *    'A' analyse (rapport), 'X' execution (poses et mises a jour)
       77  PhaseExtourne           pic X.

      *    Ligne ControleBatch du passage a extourner
       77  NomJobPassage           pic X(30).
       77  PeriodeJobPassage       pic X(7).
       77  DateDebutPassage        pic X(19).
       77  EtatJobPassage          pic X.
       77  NbAutresPassages        pic 9(5).
       77  NbPeriodesCloturees     pic 9(5).
       77  DernierePeriodeLue      pic X(7).

      *---------------------------------------------------------------
      * Operation du passage en cours d'extourne et sa contre-passation
      * : une ligne ordinaire est contre-passee par un 'X' qui la
      * reference, une extourne 'X' posee par le passage est annulee
      * en reposant une ligne du type de son origine (elle-meme
      * referencant le 'X'). L'effet sur ValeurCourante suit les
      * signes du rejeu des valeurs (cf AppliqueOperationGestion dans
      * Contrat_Epargne_Main) : un cheque encore en attente n'a jamais
      * credite la valeur, lui et sa ligne de frais sont neutralises
      * sans toucher ValeurCourante
      *---------------------------------------------------------------
       77  OperationsPassageEOF    pic 9.
       77  CodeProduitLu           pic X(2).
       77  NoContratLu             pic 9(8).
       77  NoOperationLue          pic 9(8).
       77  TypeOperationLue        pic X.
       77  MontantOperationLu      pic 9(12)v99.
       77  DateOperationLue        pic X(10).
       77  NoOrigineLue            pic 9(8).
       77  StatutReglementLu       pic X.
       77  NatureFraisLue          pic X.
       77  TypeContrePassation     pic X.
       77  NatureContrePassation   pic X.
       77  EffetValeurOperation    pic S9(12)v99.
       77  OperationDejaExtournee  pic 9.
       77  NbExtournesLigne        pic 9(5).
       77  ChequeNeutralise        pic 9.
       77  NbContrePassations      pic 9(5).
       77  DernierTypeOperation    pic X.
       77  SauterFraisCheque       pic 9.
       77  TypeOrigineX            pic X.
       77  NatureOrigineX          pic X.
       77  TypeParentX             pic X.
       77  NoOperationParentX      pic 9(8).
       77  ObservationOperation    pic X(30).

      *    Contrat en cours : cumul signe de l'effet sur la valeur
       77  CodeProduitCourant      pic X(2).
       77  NoContratCourant        pic 9(8).
       77  EtatContratCourant      pic X.
       77  ValeurContratCourant    pic 9(12)v99.
       77  DeltaValeurContrat      pic S9(12)v99.
       77  DeltaAbsoluContrat      pic 9(12)v99.

      *    Ordres de paiement du passage
       77  OrdresPassageEOF        pic 9.
       77  NoOrdreLu               pic 9(8).
       77  SensOrdreLu             pic X.
       77  MontantOrdreLu          pic 9(12)v99.
       77  StatutOrdreLu           pic X.
       77  NbOrdresAnnules         pic 9(5).

      *    Reserves d'interets courus modifiees par le passage
       77  ReservesPassageEOF      pic 9.
       77  NbImagesPosterieures    pic 9(5).
       77  NbReservesRestaurees    pic 9(5).

      *    Bilan du job
       77  NbDemandesLues          pic 9(5) value 0.
       77  NbPassagesExtournes     pic 9(5) value 0.
       77  NbSimulations           pic 9(5) value 0.
       77  NbDemandesRefusees      pic 9(5) value 0.
       77  NbOperationsExtournees  pic 9(7) value 0.
       77  MontantDisplayEX        pic Z(11)9.99.
       77  EffetDisplayEX          pic -(11)9.99.
       77  NbDisplayEX             pic Z(4)9.

      *---------------------------------------------------------------
      * Controle des passages batch : chaque passage est trace, le
      * NoPassage de l'extourne elle-meme marque les lignes qu'elle pose
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
      *  Mainline - extourne en bloc d'un passage batch errone (mauvais
      *  fichier de taux, mauvaise date de traitement...) : toutes les
      *  operations posees par le passage (NoPassage) sont contre-
      *  passees, la valeur des contrats reajustee, les reserves
      *  d'interets courus remises dans leur etat d'avant le passage,
      *  les ordres de paiement non encore transmis annules, et la
      *  ligne ControleBatch repasse 'A' pour que le job puisse etre
      *  relance. Le rapport de ce qui serait extourne precede toujours
      *  l'execution ; un passage dont une periode comptable est
      *  cloturee, dont un ordre est deja parti en banque ou dont un
      *  contrat n'est plus en portefeuille est refuse en entier
      *---------------------------------------------------------------
       Debut.
           Move "ExtournePassage" to JobEvt
           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move "Lancement du passage" to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           perform ExtournePassage-Init.
           perform ExtournePassage-Trt until EofDemandes = 1.
           perform ExtournePassage-Fin.
           goback.

       ExtournePassage-Init.
           Move 0 to EofDemandes.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 'E' to SeveriteEvt
               Move "Connexion base impossible - job interrompu"
                   to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
               Move 1 to EofDemandes
               Move 1 to BatchRefuse
           else
               continue
           end-if.

           EXEC SQL
               DECLARE OperationsPassage-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, NoOperation,
                 TypeOperation, MontantOperation, DateOperation,
                 COALESCE(NoOperationOrigine, 0),
                 COALESCE(StatutReglement, ' '),
                 COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where NoPassage = :NoPassageDemande
                ORDER BY CodeProduit, NoContrat, NoOperation
           END-EXEC.

           EXEC SQL
               DECLARE OrdresPassage-Curseur CURSOR FOR
                Select NoOrdre, CodeProduit, NoContrat, SensOrdre,
                 MontantOrdre, StatutOrdre
                From OrdresPaiement
                Where NoPassage = :NoPassageDemande
                ORDER BY NoOrdre
           END-EXEC.

           EXEC SQL
               DECLARE ReservesPassage-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, AnneeCouru,
                 ReserveExistait, MoisCouru, MontantCouru
                From ReservesAvantPassage
                Where NoPassage = :NoPassageDemande
                ORDER BY CodeProduit, NoContrat, AnneeCouru
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
      *        Une extourne de passage = un tout : commit ou rollback
      *        par demande
               EXEC SQL
                   SET AUTOCOMMIT OFF
               END-EXEC

               open input FichierDemandeExtourne
               evaluate FichierDemandeExtStatus
                   when "00"
                       read FichierDemandeExtourne
                           at end move 1 to EofDemandes
                       end-read
                   when "35"
                       Display " Aucune demande d'extourne de"
                           " passage - rien a faire "
                       move 1 to EofDemandes
                   when other
                       Display " Erreur ouverture fichier des"
                           " demandes - code "
                           FichierDemandeExtStatus
                       move 1 to EofDemandes
               end-evaluate

               open output FichierRapportExtourne
               evaluate FichierRapportExtStatus
                   when "00"
                       move 1 to FichierRapportExtOk
                       move "Passage;Job;Periode;Ligne;Contrat;Numero;Type;Montant;Date;EffetValeur;Observation"
                           to EnrFichierRapportExt
                       write EnrFichierRapportExt
                   when other
                       move 0 to FichierRapportExtOk
                       Display " Erreur ouverture rapport"
                           " d'extourne - code "
                           FichierRapportExtStatus
                       Move 1 to EofDemandes
               end-evaluate
           end-if.

      *---------------------------------------------------------------
      *  Une demande : controles, analyse et rapport, puis execution
      *  si elle est demandee et qu'aucune anomalie ne l'empeche
      *---------------------------------------------------------------
       ExtournePassage-Trt.
           Perform TrtDemandeExtourne.

           read FichierDemandeExtourne
               at end move 1 to EofDemandes
           end-read.

       TrtDemandeExtourne.
           Add 1 to NbDemandesLues
           Move spaces to LigneDemandeExtourne
           Move 0 to NbChampsDemande
           Unstring EnrFichierDemandeExt delimited by ";" into
               NoPassageDemandeTxt
               ModeExtourne
               SuperviseurExtourne
               Tallying in NbChampsDemande
           end-Unstring

           Move 1 to DemandeValide
           Move spaces to MotifRefus
           Move spaces to NomJobPassage
           Move spaces to PeriodeJobPassage
           Move 0 to NbAnomaliesPassage

           evaluate true
               when NbChampsDemande not = 3
                or NoPassageDemandeTxt is not numeric
                or NoPassageDemande = 0
                   Move 0 to DemandeValide
                   Move "Demande mal formee" to MotifRefus
               when ModeExtourne not = 'S' and ModeExtourne not = 'E'
                   Move 0 to DemandeValide
                   Move "Mode inconnu (S simulation, E execution)"
                       to MotifRefus
               when other
                   Perform ControleSuperviseur
           end-evaluate

           If DemandeValide = 1
               Perform ControlePassage
           end-if

           If DemandeValide = 1
               Move 'A' to PhaseExtourne
               Perform ParcoursPassage
               If NbAnomaliesPassage > 0
                   Move 0 to DemandeValide
                   Move NbAnomaliesPassage to NbDisplayEX
                   String "Extourne impossible - " NbDisplayEX
                       " anomalie(s) au rapport"
                       delimited by size into MotifRefus
                   end-string
               end-if
           end-if

           evaluate true
               when DemandeValide = 0
                   Add 1 to NbDemandesRefusees
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   Move 'W' to SeveriteEvt
                   Move MotifRefus to MessageEvt
                   Move "REFUSEE" to ObservationOperation
               when not ExtourneExecutee
                   Add 1 to NbSimulations
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   Move 'I' to SeveriteEvt
                   Move "Simulation d'extourne - rapport seul"
                       to MessageEvt
                   Move "SIMULATION" to ObservationOperation
               when other
                   Perform ExecuteExtourne
           end-evaluate

           Move NoPassageDemandeTxt to CleEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           Perform EcritBilanDemande.

      *    Seul un superviseur actif ordonne une extourne de passage
       ControleSuperviseur.
           Move SuperviseurExtourne to CodeOperatOT
           Move 0 to NbSuperviseurs
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbSuperviseurs
               FROM Operateurs
               WHERE (CodeOperat = :CodeOperatOT
               AND ProfilOperat = 'S'
               AND ActifOperat = 1)
           END-EXEC
           If NbSuperviseurs = 0
               Move 0 to DemandeValide
               Move "Operateur non superviseur ou inactif"
                   to MotifRefus
           end-if.

      *---------------------------------------------------------------
      *  Le passage : termine 'T', pas deja extourne, pas lui-meme une
      *  extourne (on relance alors le job d'origine), et la periode
      *  de traitement - ou se poseront les contre-passations - encore
      *  ouverte au grand livre
      *---------------------------------------------------------------
       ControlePassage.
           EXEC SQL
               SELECT NomJob, PeriodeJob, DateDebut, EtatJob
               INTO :NomJobPassage, :PeriodeJobPassage,
                :DateDebutPassage, :EtatJobPassage
               FROM ControleBatch
               WHERE NoPassage = :NoPassageDemande
           END-EXEC

           evaluate true
               when SQLCODE not = 0
                   Move 0 to DemandeValide
                   Move "Passage inconnu de ControleBatch"
                       to MotifRefus
               when EtatJobPassage = 'A'
                   Move 0 to DemandeValide
                   Move "Passage deja extourne" to MotifRefus
               when EtatJobPassage not = 'T'
                   Move 0 to DemandeValide
                   Move "Passage non termine (en cours ou interrompu)"
                       to MotifRefus
               when NomJobPassage = "ExtournePassage"
                   Move 0 to DemandeValide
                   Move "Une extourne ne s'extourne pas - relancer"
                       & " le job" to MotifRefus
               when other
                   Move PeriodeTraitement to PeriodeGL
                   Move 0 to NbPeriodesCloturees
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :NbPeriodesCloturees
                       FROM GrandLivre
                       WHERE (Periode = :PeriodeGL
                       AND EtatPeriode = 'C')
                   END-EXEC
                   If NbPeriodesCloturees > 0
                       Move 0 to DemandeValide
                       Move "Periode de traitement cloturee au grand"
                           & " livre" to MotifRefus
                   end-if
           end-evaluate.

      *---------------------------------------------------------------
      *  Parcours complet du passage - en analyse, il ecrit le rapport
      *  et compte les anomalies ; en execution, il pose
      *---------------------------------------------------------------
       ParcoursPassage.
           Move 0 to NbContrePassations
           Move 0 to NbOrdresAnnules
           Move 0 to NbReservesRestaurees
           Move spaces to DernierePeriodeLue
           Perform ParcoursReserves
           Perform ParcoursOrdres
           Perform ParcoursOperations

      *    Une autre ligne 'T' du meme job sur la meme periode (passage
      *    interrompu complete par une reprise, lancement repete) garde
      *    le job refuse tant qu'elle n'est pas extournee a son tour
           If PhaseExtourne = 'A'
               Move 0 to NbAutresPassages
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbAutresPassages
                   FROM ControleBatch
                   WHERE (NomJob = :NomJobPassage
                   AND PeriodeJob = :PeriodeJobPassage
                   AND EtatJob = 'T'
                   AND NoPassage <> :NoPassageDemande)
               END-EXEC
               If NbAutresPassages > 0
                   Move NbAutresPassages to NbDisplayEX
                   Move spaces to EnrLigneRapportExt
                   String "PASSAGE;;;;;;;;;;" NbDisplayEX
                       " autre(s) passage(s) termine(s) du job sur"
                       " la periode - a extourner aussi pour relancer"
                       delimited by size into EnrLigneRapportExt
                   end-string
                   Perform EcritLigneRapport
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Reserves InteretsCourus : image d'avant passage remise en
      *  place, sauf si un passage posterieur a modifie la reserve
      *  depuis (il faudrait l'extourner d'abord)
      *---------------------------------------------------------------
       ParcoursReserves.
           EXEC SQL
               OPEN ReservesPassage-Curseur
           END-EXEC
           Move 0 to ReservesPassageEOF
           Perform TraiteReservePassage until ReservesPassageEOF = 1
           EXEC SQL
               CLOSE ReservesPassage-Curseur
           END-EXEC.

       TraiteReservePassage.
           EXEC SQL
               FETCH ReservesPassage-Curseur
                   INTO :CodeProduitRV, :NoContratRV, :AnneeCouruRV,
                    :ReserveExistaitRV, :MoisCouruRV, :MontantCouruRV
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ReservesPassageEOF
           else
               If PhaseExtourne = 'A'
                   Perform AnalyseReservePassage
               else
                   Perform RestaureReservePassage
               end-if
           end-if.

       AnalyseReservePassage.
           Move 0 to NbImagesPosterieures
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbImagesPosterieures
               FROM ReservesAvantPassage
               WHERE (CodeProduit = :CodeProduitRV
               AND NoContrat = :NoContratRV
               AND AnneeCouru = :AnneeCouruRV
               AND NoPassage > :NoPassageDemande)
           END-EXEC

           If NbImagesPosterieures > 0
               Add 1 to NbAnomaliesPassage
               Move "MODIFIEE DEPUIS - REFUS" to ObservationOperation
           else
               If ReserveExistaitRV = 1
                   Move "A RESTAURER" to ObservationOperation
               else
                   Move "A SUPPRIMER" to ObservationOperation
               end-if
           end-if

           Move MontantCouruRV to MontantDisplayEX
           Move spaces to EnrLigneRapportExt
           String NoPassageDemandeTxt ';' NomJobPassage
               delimited by "  "
               ';' PeriodeJobPassage ';RESERVE;'
               CodeProduitRV ' ' NoContratRV ';' AnneeCouruRV ';'
               MoisCouruRV ';' MontantDisplayEX ';;;'
               ObservationOperation
               delimited by size into EnrLigneRapportExt
           end-string
           Perform EcritLigneRapport.

      *    Reserve remise telle qu'avant le passage (recreee si le
      *    passage l'avait soldee, supprimee s'il l'avait creee),
      *    l'image consommee
       RestaureReservePassage.
           Move CodeProduitRV to CodeProduitIC
           Move NoContratRV to NoContratIC
           Move AnneeCouruRV to AnneeCouruIC
           Move MoisCouruRV to MoisCouruIC
           Move MontantCouruRV to MontantCouruIC

           If ReserveExistaitRV = 1
               EXEC SQL
                   UPDATE InteretsCourus
                   SET MoisCouru = :MoisCouruIC,
                       MontantCouru = :MontantCouruIC
                   WHERE (CodeProduit = :CodeProduitIC
                   AND NoContrat = :NoContratIC
                   AND AnneeCouru = :AnneeCouruIC)
               END-EXEC
               If SQLCODE = 100
                   EXEC SQL
                       INSERT INTO InteretsCourus
                           (CodeProduit, NoContrat, AnneeCouru,
                            MoisCouru, MontantCouru)
                       VALUES
                           (:CodeProduitIC, :NoContratIC,
                            :AnneeCouruIC, :MoisCouruIC,
                            :MontantCouruIC)
                   END-EXEC
               end-if
           else
               EXEC SQL
                   DELETE FROM InteretsCourus
                   WHERE (CodeProduit = :CodeProduitIC
                   AND NoContrat = :NoContratIC
                   AND AnneeCouru = :AnneeCouruIC)
               END-EXEC
               If SQLCODE = 100
                   Move 0 to SQLCODE
               end-if
           end-if

           If SQLCODE not = 0
               Move 0 to ExtourneOk
               Display " Erreur restauration reserve : " CodeProduitIC
                   ' ' NoContratIC ' ' AnneeCouruIC
           else
               EXEC SQL
                   DELETE FROM ReservesAvantPassage
                   WHERE (NoPassage = :NoPassageDemande
                   AND CodeProduit = :CodeProduitIC
                   AND NoContrat = :NoContratIC
                   AND AnneeCouru = :AnneeCouruIC)
               END-EXEC
               Add 1 to NbReservesRestaurees
           end-if.

      *---------------------------------------------------------------
      *  Ordres de paiement emis par le passage : annules 'A' tant
      *  qu'ils ne sont pas partis en banque (emis, retenus sur IBAN
      *  change, suspendus en revue de doublon) ; un ordre deja
      *  transmis, regle ou rejete bloque l'extourne
      *---------------------------------------------------------------
       ParcoursOrdres.
           EXEC SQL
               OPEN OrdresPassage-Curseur
           END-EXEC
           Move 0 to OrdresPassageEOF
           Perform TraiteOrdrePassage until OrdresPassageEOF = 1
           EXEC SQL
               CLOSE OrdresPassage-Curseur
           END-EXEC.

       TraiteOrdrePassage.
           EXEC SQL
               FETCH OrdresPassage-Curseur
                   INTO :NoOrdreLu, :CodeProduitLu, :NoContratLu,
                    :SensOrdreLu, :MontantOrdreLu, :StatutOrdreLu
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to OrdresPassageEOF
           else
               If PhaseExtourne = 'A'
                   Perform AnalyseOrdrePassage
               else
                   Perform AnnuleOrdrePassage
               end-if
           end-if.

       AnalyseOrdrePassage.
           evaluate StatutOrdreLu
               when 'E'
               when 'H'
               when 'S'
                   Move "A ANNULER" to ObservationOperation
               when 'A'
                   Move "DEJA ANNULE" to ObservationOperation
               when other
                   Add 1 to NbAnomaliesPassage
                   Move "DEJA TRANSMIS - REFUS" to ObservationOperation
           end-evaluate

           Move MontantOrdreLu to MontantDisplayEX
           Move spaces to EnrLigneRapportExt
           String NoPassageDemandeTxt ';' NomJobPassage
               delimited by "  "
               ';' PeriodeJobPassage ';ORDRE;'
               CodeProduitLu ' ' NoContratLu ';' NoOrdreLu ';'
               SensOrdreLu ';' MontantDisplayEX ';;;'
               ObservationOperation
               delimited by size into EnrLigneRapportExt
           end-string
           Perform EcritLigneRapport.

       AnnuleOrdrePassage.
           If StatutOrdreLu = 'E' or StatutOrdreLu = 'H'
            or StatutOrdreLu = 'S'
               Move NoOrdreLu to NoOrdreOP
               Move StatutOrdreLu to StatutOrdreOP
               Move DateTraitementTxt to DateStatutOP
               EXEC SQL
                   UPDATE OrdresPaiement
                   SET StatutOrdre = 'A',
                       DateStatut = :DateStatutOP
                   WHERE (NoOrdre = :NoOrdreOP
                   AND StatutOrdre = :StatutOrdreOP)
               END-EXEC
               If SQLCODE not = 0
                   Move 0 to ExtourneOk
                   Display " Erreur annulation ordre : " NoOrdreLu
               else
                   Add 1 to NbOrdresAnnules
      *            Retenue sur IBAN change close avec l'ordre
                   If StatutOrdreLu = 'H'
                       Move NoOrdreLu to NoOrdreRI
                       Move DateTraitementTxt to DateDecisionRI
                       Move SuperviseurExtourne to OperateurDecisionRI
                       EXEC SQL
                           UPDATE RetenuesIban
                           SET StatutRetenue = 'A',
                               DateDecision = :DateDecisionRI,
                               OperateurDecision = :OperateurDecisionRI
                           WHERE (NoOrdre = :NoOrdreRI
                           AND StatutRetenue = 'R')
                       END-EXEC
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Operations posees par le passage, contrat par contrat
      *---------------------------------------------------------------
       ParcoursOperations.
           Move spaces to CodeProduitCourant
           Move 0 to NoContratCourant

           EXEC SQL
               OPEN OperationsPassage-Curseur
           END-EXEC
           Move 0 to OperationsPassageEOF
           Perform TraiteOperationPassage
               until OperationsPassageEOF = 1
           EXEC SQL
               CLOSE OperationsPassage-Curseur
           END-EXEC

           If CodeProduitCourant not = spaces
               Perform FinContratPassage
           end-if.

       TraiteOperationPassage.
           EXEC SQL
               FETCH OperationsPassage-Curseur
                   INTO :CodeProduitLu, :NoContratLu, :NoOperationLue,
                    :TypeOperationLue, :MontantOperationLu,
                    :DateOperationLue, :NoOrigineLue,
                    :StatutReglementLu, :NatureFraisLue
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to OperationsPassageEOF
           else
               If CodeProduitLu not = CodeProduitCourant
                or NoContratLu not = NoContratCourant
                   If CodeProduitCourant not = spaces
                       Perform FinContratPassage
                   end-if
                   Perform DebutContratPassage
               end-if
               Perform TraiteOperation
           end-if.

      *    Nouveau contrat : etat et valeur, cumul remis a zero
       DebutContratPassage.
           Move CodeProduitLu to CodeProduitCourant
           Move NoContratLu to NoContratCourant
           Move 0 to DeltaValeurContrat
           Move space to DernierTypeOperation
           Move 0 to SauterFraisCheque

           Move space to EtatContratCourant
           Move 0 to ValeurContratCourant
           EXEC SQL
               SELECT EtatProduit, ValeurCourante
               INTO :EtatContratCourant, :ValeurContratCourant
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitCourant
               AND NoContrat = :NoContratCourant)
           END-EXEC.

      *    Fin de contrat : en analyse, le contrat doit etre encore en
      *    portefeuille (actif ou en rente) et sa valeur couvrir la
      *    reprise ; en execution, la valeur est reajustee du cumul
       FinContratPassage.
           If DeltaValeurContrat < 0
               Compute DeltaAbsoluContrat = 0 - DeltaValeurContrat
           else
               Move DeltaValeurContrat to DeltaAbsoluContrat
           end-if

           If PhaseExtourne = 'A'
               Move spaces to ObservationOperation
               evaluate true
                   when EtatContratCourant not = '1'
                    and EtatContratCourant not = '5'
                       Add 1 to NbAnomaliesPassage
                       Move "CONTRAT HORS PORTEFEUILLE - REFUS"
                           to ObservationOperation
                   when DeltaValeurContrat < 0
                    and ValeurContratCourant < DeltaAbsoluContrat
                       Add 1 to NbAnomaliesPassage
                       Move "VALEUR INSUFFISANTE - REFUS"
                           to ObservationOperation
                   when other
                       Move "A REAJUSTER" to ObservationOperation
               end-evaluate
               Move ValeurContratCourant to MontantDisplayEX
               Move DeltaValeurContrat to EffetDisplayEX
               Move spaces to EnrLigneRapportExt
               String NoPassageDemandeTxt ';' NomJobPassage
                   delimited by "  "
                   ';' PeriodeJobPassage ';CONTRAT;'
                   CodeProduitCourant ' ' NoContratCourant ';;'
                   EtatContratCourant ';' MontantDisplayEX ';;'
                   EffetDisplayEX ';' ObservationOperation
                   delimited by size into EnrLigneRapportExt
               end-string
               Perform EcritLigneRapport
           else
               If DeltaValeurContrat not = 0
                   Perform ReajusteValeurContrat
               end-if
           end-if.

       ReajusteValeurContrat.
           Move SuperviseurExtourne to OperateurPC
           If DeltaValeurContrat > 0
               EXEC SQL
                   UPDATE ProduitsClient
                   SET ValeurCourante =
                       ValeurCourante + :DeltaAbsoluContrat,
                       Operateur = :OperateurPC
                   WHERE (CodeProduit = :CodeProduitCourant
                   AND NoContrat = :NoContratCourant)
               END-EXEC
           else
               EXEC SQL
                   UPDATE ProduitsClient
                   SET ValeurCourante =
                       ValeurCourante - :DeltaAbsoluContrat,
                       Operateur = :OperateurPC
                   WHERE (CodeProduit = :CodeProduitCourant
                   AND NoContrat = :NoContratCourant)
               END-EXEC
           end-if
           If SQLCODE not = 0
               Move 0 to ExtourneOk
               Display " Erreur reajustement valeur : "
                   CodeProduitCourant ' ' NoContratCourant
           end-if.

      *---------------------------------------------------------------
      *  Une operation du passage
      *---------------------------------------------------------------
       TraiteOperation.
      *    Operation deja corrigee (extourne unitaire a l'ecran, ou
      *    contre-passation d'une extourne precedente) : rien a refaire
           Move 0 to OperationDejaExtournee
           Move CodeProduitLu to CodeProduitOC
           Move NoContratLu to NoContratOC
           Move NoOperationLue to NoOperationOrigineOC
           Move 0 to NbExtournesLigne
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbExtournesLigne
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperationOrigine = :NoOperationOrigineOC
               AND NoOperation > :NoOperationOrigineOC)
           END-EXEC
           If NbExtournesLigne > 0
               Move 1 to OperationDejaExtournee
           end-if

           Perform CalculEffetExtourne

           If PhaseExtourne = 'A'
               Perform ControlePeriodeOperation
               Perform EcritLigneOperation
           else
               If OperationDejaExtournee = 0
                   Perform PoseContrePassation
               end-if
           end-if

           If OperationDejaExtournee = 0
               Add EffetValeurOperation to DeltaValeurContrat
           end-if.

      *    La periode comptable de l'operation doit etre ouverte
       ControlePeriodeOperation.
           If DateOperationLue(1:7) not = DernierePeriodeLue
               Move DateOperationLue(1:7) to DernierePeriodeLue
               Move DernierePeriodeLue to PeriodeGL
               Move 0 to NbPeriodesCloturees
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbPeriodesCloturees
                   FROM GrandLivre
                   WHERE (Periode = :PeriodeGL
                   AND EtatPeriode = 'C')
               END-EXEC
               If NbPeriodesCloturees > 0
                   Add 1 to NbAnomaliesPassage
                   Move spaces to EnrLigneRapportExt
                   String NoPassageDemandeTxt ';' NomJobPassage
                       delimited by "  "
                       ';' PeriodeJobPassage ';PERIODE;;;;;'
                       DernierePeriodeLue
                       ';;CLOTUREE AU GRAND LIVRE - REFUS'
                       delimited by size into EnrLigneRapportExt
                   end-string
                   Perform EcritLigneRapport
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Contre-passation d'une operation et son effet sur la valeur
      *  (signes du rejeu des valeurs, inverses)
      *---------------------------------------------------------------
       CalculEffetExtourne.
           Move 'X' to TypeContrePassation
           Move space to NatureContrePassation
           Move 0 to EffetValeurOperation
           Move 0 to ChequeNeutralise

           If TypeOperationLue = 'V' and StatutReglementLu = 'A'
               Move 1 to ChequeNeutralise
               Move 1 to SauterFraisCheque
               Move 'V' to DernierTypeOperation
           else
           If TypeOperationLue = 'F' and SauterFraisCheque = 1
               Move 1 to ChequeNeutralise
               Move 0 to SauterFraisCheque
           else
           Evaluate TypeOperationLue
               When 'S'
               When 'A'
               When 'V'
               When 'I'
               When 'B'
               When 'D'
               When 'C'
                   Compute EffetValeurOperation =
                       0 - MontantOperationLu
                   Move TypeOperationLue to DernierTypeOperation
               When 'R'
               When 'P'
                   Move MontantOperationLu to EffetValeurOperation
                   Move TypeOperationLue to DernierTypeOperation
               When 'F'
                   If DernierTypeOperation = 'R'
                   and NatureFraisLue not = 'G'
                       Compute EffetValeurOperation =
                           0 - MontantOperationLu
                   else
                       Move MontantOperationLu to EffetValeurOperation
                   end-if
               When 'X'
                   Perform EffetExtourneOrigine
               When other
                   continue
           End-evaluate
           end-if
           end-if.

      *    Une extourne 'X' du passage s'annule en reposant son origine
       EffetExtourneOrigine.
           Move space to TypeOrigineX
           Move space to NatureOrigineX
           Move NoOrigineLue to NoOperationOC
           EXEC SQL
               SELECT TypeOperation, COALESCE(NatureFrais, ' ')
               INTO :TypeOrigineX, :NatureOrigineX
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOC)
           END-EXEC

           Evaluate TypeOrigineX
               When 'S'
               When 'A'
               When 'V'
               When 'I'
               When 'B'
               When 'D'
               When 'C'
                   Move MontantOperationLu to EffetValeurOperation
                   Move TypeOrigineX to TypeContrePassation
               When 'R'
               When 'P'
                   Compute EffetValeurOperation =
                       0 - MontantOperationLu
                   Move TypeOrigineX to TypeContrePassation
               When 'F'
                   Move space to TypeParentX
                   Compute NoOperationParentX = NoOrigineLue - 1
                   EXEC SQL
                       SELECT TypeOperation
                       INTO :TypeParentX
                       FROM OperationsCompte
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC
                       AND NoOperation =
                           (SELECT MAX(NoOperation)
                            FROM OperationsCompte
                            WHERE CodeProduit = :CodeProduitOC
                            AND NoContrat = :NoContratOC
                            AND NoOperation <= :NoOperationParentX
                            AND TypeOperation <> 'F'))
                   END-EXEC
                   If TypeParentX = 'R'
                   and NatureOrigineX not = 'G'
                       Move MontantOperationLu to EffetValeurOperation
                   else
                       Compute EffetValeurOperation =
                           0 - MontantOperationLu
                   end-if
                   Move 'F' to TypeContrePassation
                   Move NatureOrigineX to NatureContrePassation
               When other
      *            Origine introuvable : rien ne permet de la reposer
                   Move space to TypeContrePassation
           End-evaluate.

       EcritLigneOperation.
           evaluate true
               when OperationDejaExtournee = 1
                   Move "DEJA EXTOURNEE" to ObservationOperation
               when TypeContrePassation = space
                   Add 1 to NbAnomaliesPassage
                   Move "ORIGINE INTROUVABLE - REFUS"
                       to ObservationOperation
               when ChequeNeutralise = 1
                   Move "CHEQUE NON ENCAISSE - NEUTRALISE"
                       to ObservationOperation
               when TypeContrePassation = 'X'
                   Move "A EXTOURNER" to ObservationOperation
               when other
                   Move spaces to ObservationOperation
                   String "A REPOSER EN " TypeContrePassation
                       delimited by size into ObservationOperation
                   end-string
           end-evaluate

           Move MontantOperationLu to MontantDisplayEX
           Move EffetValeurOperation to EffetDisplayEX
           Move spaces to EnrLigneRapportExt
           String NoPassageDemandeTxt ';' NomJobPassage
               delimited by "  "
               ';' PeriodeJobPassage ';OPERATION;'
               CodeProduitLu ' ' NoContratLu ';' NoOperationLue ';'
               TypeOperationLue ';' MontantDisplayEX ';'
               DateOperationLue ';' EffetDisplayEX ';'
               ObservationOperation
               delimited by size into EnrLigneRapportExt
           end-string
           Perform EcritLigneRapport.

      *    Ligne de contre-passation datee du jour de traitement,
      *    signee du superviseur, marquee du NoPassage de l'extourne
       PoseContrePassation.
           Move CodeProduitLu to CodeProduitOC
           Move NoContratLu to NoContratOC
           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC
           Add 1 to NoOperationOC

           Move TypeContrePassation to TypeOperationOC
           Move MontantOperationLu to MontantOperationOC
           Move DateTraitementTxt to DateOperationOC
           Move SuperviseurExtourne to OperateurOC
           Move NoOperationLue to NoOperationOrigineOC
           Move NatureContrePassation to NatureFraisOC

           EXEC SQL
               INSERT INTO OperationsCompte
                   (CodeProduit
                   ,NoContrat
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,Operateur
                   ,NoOperationOrigine
                   ,NatureFrais
                   ,NoPassage)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:OperateurOC
                   ,:NoOperationOrigineOC
                   ,:NatureFraisOC
                   ,:NoPassageCB)
           END-EXEC

           If SQLCODE not = 0
               Move 0 to ExtourneOk
               Display " Erreur contre-passation : " CodeProduitOC
                   ' ' NoContratOC ' ' NoOperationLue
           else
               Add 1 to NbContrePassations
      *        Cheque en attente : statut efface pour que la bonne fin
      *        automatique ne vienne pas crediter un cheque extourne
               If ChequeNeutralise = 1
                   Move NoOperationLue to NoOperationOC
                   EXEC SQL
                       UPDATE OperationsCompte
                       SET StatutReglement = ' '
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC
                       AND NoOperation = :NoOperationOC)
                   END-EXEC
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Execution : reserves, ordres, operations, puis la ligne
      *  ControleBatch du passage repasse 'A' - tout ou rien. Le
      *  fichier entrant integre par le passage (cf FichiersRecus)
      *  repasse 'A' aussi : sa version corrigee ou la meme remise
      *  pourra etre represente sans etre prise pour un doublon
      *---------------------------------------------------------------
       ExecuteExtourne.
           Move 1 to ExtourneOk
           Move 'X' to PhaseExtourne
           Perform ParcoursPassage

           If ExtourneOk = 1
               EXEC SQL
                   UPDATE ControleBatch
                   SET EtatJob = 'A'
                   WHERE (NoPassage = :NoPassageDemande
                   AND EtatJob = 'T')
               END-EXEC
               If SQLCODE not = 0
                   Move 0 to ExtourneOk
               end-if
           end-if

           If ExtourneOk = 1
               Move NoPassageDemande to NoPassageRF
               EXEC SQL
                   UPDATE FichiersRecus
                   SET EtatFichier = 'A'
                   WHERE (NoPassage = :NoPassageRF
                   AND EtatFichier = 'I')
               END-EXEC
               If SQLCODE not = 0 and SQLCODE not = 100
                   Move 0 to ExtourneOk
               end-if
           end-if

           If ExtourneOk = 1
               EXEC SQL
                   COMMIT
               END-EXEC
               Add 1 to NbPassagesExtournes
               Add NbContrePassations to NbOperationsExtournees
               Move 'I' to SeveriteEvt
               Move NbContrePassations to NbDisplayEX
               Move spaces to MessageEvt
               String "Passage extourne - " NbDisplayEX
                   " operation(s), job a relancer"
                   delimited by size into MessageEvt
               end-string
               Move "EXTOURNE" to ObservationOperation
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               Add 1 to NbDemandesRefusees
               Move 'E' to SeveriteEvt
               Move "Erreur a l'extourne - rien n'a ete enregistre"
                   to MessageEvt
               Move "ERREUR - ANNULEE" to ObservationOperation
               Move "Erreur SQL a l'execution" to MotifRefus
           end-if.

      *---------------------------------------------------------------
      *  Bilan de la demande au rapport
      *---------------------------------------------------------------
       EcritBilanDemande.
           Move NbContrePassations to NbDisplayEX
           Move spaces to EnrLigneRapportExt
           String NoPassageDemandeTxt ';' NomJobPassage
               delimited by "  "
               ';' PeriodeJobPassage ';BILAN;;'
               ModeExtourne ';' SuperviseurExtourne ';'
               NbDisplayEX ';;;' ObservationOperation
               delimited by "  "
               ' ' MotifRefus
               delimited by size into EnrLigneRapportExt
           end-string
           Perform EcritLigneRapport.

       EcritLigneRapport.
           If FichierRapportExtOk = 1
               Move EnrLigneRapportExt to EnrFichierRapportExt
               write EnrFichierRapportExt
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       ExtournePassage-Fin.
           If FichierRapportExtOk = 1
               close FichierRapportExtourne
           end-if.
           If FichierDemandeExtStatus = "00"
               close FichierDemandeExtourne
           end-if.

           If BatchRefuse = 0
               EXEC SQL
                   SET AUTOCOMMIT ON
               END-EXEC
               Perform FinControleBatch
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Demandes d'extourne lues : " NbDemandesLues.
           Display " Passages extournes : " NbPassagesExtournes
               " (" NbOperationsExtournees " operation(s)) ".
           Display " Simulations : " NbSimulations
               " - demandes refusees : " NbDemandesRefusees.

           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           String "Fin du passage - " NbPassagesExtournes
               " extourne(s), " NbDemandesRefusees " refus"
               into MessageEvt
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
      *  Controle des passages batch : chaque passage est trace
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "ExtournePassage" to NomJobCB
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

       FinControleBatch.
           ACCEPT HeureBatch from time
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat ' '
               HeureBatchH ':' HeureBatchMn ':' HeureBatchSec
               into HorodatageBatch
           end-string

           Move HorodatageBatch to DateFinCB
           Move NbOperationsExtournees to NbTraitesCB

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

       end program ExtournePassage.
