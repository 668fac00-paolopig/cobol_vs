       program-id. RetentionGenerations as
           "Contrat_Epargne_TS.RetentionGenerations".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Durees de conservation par fichier de base, tenues par
      *    l'exploitation : NomBase;JoursRetention;Action - jours sur 4
      *    chiffres (0365), action P (purge) ou A (archive). La ligne
      *    DEFAUT remplace la regle par defaut (0365;A) ; les lignes
      *    vides ou commencant par '*' sont ignorees
           select FichierRetention assign to
                "C:\fichiers-cobol\RetentionFichiers.csv"
                organization is line sequential access sequential
                file status is FichierRetentionStatus.

      *    Generation examinee : ouverte pour s'assurer qu'elle existe
      *    encore avant de la supprimer ou de la deplacer
           select FichierGeneration assign to NomGenerationSource
                organization is line sequential access sequential
                file status is FichierGenerationStatus.

      *    Compte rendu du passage, lui-meme generation datee (cf
      *    GenerationFichier) : une ligne par generation purgee ou
      *    archivee, avec sa destination
           select FichierCompteRendu assign to NomFichierCompteRendu
                organization is line sequential access sequential
                file status is FichierCompteRenduStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierRetention record varying from 0 to 255.
       01 EnrFichierRetention pic x(255).

       FD FichierGeneration record varying from 0 to 255.
       01 EnrFichierGeneration pic x(255).

       FD FichierCompteRendu record varying from 0 to 255.
       01 EnrFichierCompteRendu pic x(255).

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

       77  FichierRetentionStatus  pic x(2).
       77  EofRetention            pic 9.
       77  NbChampsRetention       pic 9.
       77  FichierGenerationStatus pic x(2).
       77  FichierCompteRenduStatus pic x(2).
       77  FichierCompteRenduOk    pic 9 value 0.
       77  NomFichierCompteRendu   pic X(60).
       77  EnrLigneCompteRendu     pic X(255).

       77  GenerationsEOF          pic 9.
       77  NbGenerationsPurgees    pic 9(5) value 0.
       77  NbGenerationsArchivees  pic 9(5) value 0.
       77  NbGenerationsAbsentes   pic 9(5) value 0.
       77  NbGenerationsEchec      pic 9(5) value 0.
       77  NbGenerationsRetirees   pic 9(5) value 0.

      *---------------------------------------------------------------
      * Regles de conservation chargees de RetentionFichiers.csv, avec
      * la date limite de chacune : une generation datee d'avant sa
      * date limite est purgee ou archivee
      *---------------------------------------------------------------
       01  LigneRetentionLue.
           05 NomBaseRetLu         pic X(30).
           05 JoursRetLuTxt        pic X(4).
           05 JoursRetLu redefines JoursRetLuTxt pic 9(4).
           05 ActionRetLu          pic X.
       01  TableRetention.
           05 LigneRetention OCCURS 50 TIMES.
               10 NomBaseRet       pic X(30).
               10 JoursRet         pic 9(4).
               10 ActionRet        pic X.
               10 DateLimiteRet    pic X(10).
       77  NbLignesRetention       pic 99 value 0.
       77  IndexRetention          pic 99.
       77  RetentionTrouvee        pic 9.
       77  JoursRetDefaut          pic 9(4) value 365.
       77  ActionRetDefaut         pic X value 'A'.
       77  DateLimiteRetDefaut     pic X(10).
       77  JoursRetGeneration      pic 9(4).
       77  ActionRetGeneration     pic X.
       77  DateLimiteGeneration    pic X(10).

      *    Date du jour de traitement moins JoursRetCalcul jours (meme
      *    calcul que la fenetre glissante de ImportVersementsAgence)
       77  JoursRetCalcul          pic 9(4).
       77  DateLimiteCalcul        pic X(10).
       77  AnneeLimite             pic 9(4).
       77  MoisLimite              pic 99.
       77  JourLimite              pic S9(5).
       77  MoisLimiteAff           pic 99.
       77  JourLimiteAff           pic 99.
       01  TableJoursMoisVals.
           05 filler pic 99 value 31.
           05 filler pic 99 value 28.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
       01  TableJoursMois redefines TableJoursMoisVals.
           05 JoursMoisMax pic 99 occurs 12 times.

      *---------------------------------------------------------------
      * Retrait d'une generation : les archives vont dans le
      * sous-repertoire Archives sous le meme nom de fichier
      *---------------------------------------------------------------
       77  DateTraitementTxt       pic X(10).
       77  RepertoireArchives      pic X(60)
           value "C:\fichiers-cobol\Archives".
       77  NomGenerationSource     pic X(80).
       77  NomGenerationArchive    pic X(80).
       77  NomSeulGeneration       pic X(60).
       77  PositionNomSeul         pic 99.
       77  IndexNomSeul            pic 99.
       77  StatutRetraitFichier    pic 9(4) comp-5.
       77  RetraitOk               pic 9.
       77  LibelleRetrait          pic X(8).

      *---------------------------------------------------------------
      * Generation datee du compte rendu (cf GenerationFichier)
      *---------------------------------------------------------------
       01  DemandeGeneration.
           05 NomBaseGN            PIC X(30).
           05 ExtensionGN          PIC X(4).
           05 ProgrammeGN          PIC X(30).
           05 NomGenerationGN      PIC X(60).
           05 DateGenerationGN     PIC X(10).
           05 RetourGN             PIC 9.

      *---------------------------------------------------------------
      * Controle des passages batch : job quotidien de la chaine de
      * nuit, chaque passage trace, relancement sans effet (les
      * generations retirees ne sont plus candidates)
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       01  HeureBatch.
           10 HeureBatchH          pic 99.
           10 HeureBatchMn         pic 99.
           10 HeureBatchSec        pic 99.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).
       77  BatchRefuse             pic 9 value 0.

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
      *  Mainline - retention des generations datees des fichiers de
      *  sortie (cf GenerationFichier) : chaque generation presente
      *  au registre GenerationsFichier et plus ancienne que la duree
      *  de conservation de son fichier est purgee ou archivee, le
      *  registre mis a jour et le retrait trace au compte rendu et au
      *  journal d'exploitation
      *---------------------------------------------------------------
       Debut.
           Move "RetentionGenerations" to JobEvt
           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move "Lancement du passage" to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           perform RetentionGenerations-Init.
           perform RetentionGenerations-Trt until GenerationsEOF = 1.
           perform RetentionGenerations-Fin.
           goback.

       RetentionGenerations-Init.
           Move 0 to GenerationsEOF
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 'E' to SeveriteEvt
               Move "Connexion base impossible - job interrompu"
                   to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
               Move 1 to GenerationsEOF
               Move 1 to BatchRefuse
           else
               continue
           end-if.

           EXEC SQL
               DECLARE GenerationsPresentes-Curseur CURSOR FOR
                Select NomBase, DateGeneration, NomGeneration
                From GenerationsFichier
                Where EtatGeneration = 'P'
                ORDER BY DateGeneration, NomBase
           END-EXEC.

           Perform ChargeDateTraitement.
           Move spaces to DateTraitementTxt
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateTraitementTxt
           end-string.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.

           If BatchRefuse = 0
               Perform ChargeRetention
               Move JoursRetDefaut to JoursRetCalcul
               Perform CalculeDateLimite
               Move DateLimiteCalcul to DateLimiteRetDefaut

               Perform DebutControleBatch

               Move "RetentionGenerations" to NomBaseGN
               Perform PrepareGeneration
               Move NomGenerationGN to NomFichierCompteRendu
               open extend FichierCompteRendu
               If FichierCompteRenduStatus = "00"
                or FichierCompteRenduStatus = "05"
                   Move 1 to FichierCompteRenduOk
                   Move spaces to EnrFichierCompteRendu
                   String "=== PASSAGE DU " HorodatageBatch " ==="
                       into EnrFichierCompteRendu
                   end-string
                   write EnrFichierCompteRendu
               else
                   Display " Erreur ouverture compte rendu - code "
                       FichierCompteRenduStatus
               end-if

               EXEC SQL
                   OPEN GenerationsPresentes-Curseur
               END-EXEC
           end-if.

      *---------------------------------------------------------------
      *  Regles de conservation : une ligne par fichier de base, la
      *  ligne DEFAUT pour tous les autres - fichier absent, la regle
      *  par defaut s'applique a tous
      *---------------------------------------------------------------
       ChargeRetention.
           Move 0 to EofRetention
           open input FichierRetention
           If FichierRetentionStatus = "00"
               read FichierRetention
                   at end move 1 to EofRetention
               end-read
               Perform ChargeRetention-Trt until EofRetention = 1
               close FichierRetention
           else
               Display " Pas de fichier RetentionFichiers.csv -"
                   " conservation par defaut " JoursRetDefaut " jours"
           end-if.

       ChargeRetention-Trt.
           Move spaces to LigneRetentionLue
           Move 0 to NbChampsRetention
           If EnrFichierRetention(1:1) not = '*'
            and EnrFichierRetention not = spaces
               Unstring EnrFichierRetention delimited by ";" into
                   NomBaseRetLu
                   JoursRetLuTxt
                   ActionRetLu
                   Tallying in NbChampsRetention
               end-Unstring
           end-if

           If NbChampsRetention = 3
            and JoursRetLuTxt is numeric
            and JoursRetLu > 0
            and (ActionRetLu = 'P' or ActionRetLu = 'A')
               If NomBaseRetLu = "DEFAUT"
                   Move JoursRetLu to JoursRetDefaut
                   Move ActionRetLu to ActionRetDefaut
               else
                   If NbLignesRetention < 50
                       Add 1 to NbLignesRetention
                       Move NomBaseRetLu
                           to NomBaseRet(NbLignesRetention)
                       Move JoursRetLu to JoursRet(NbLignesRetention)
                       Move ActionRetLu to ActionRet(NbLignesRetention)
                       Move JoursRetLu to JoursRetCalcul
                       Perform CalculeDateLimite
                       Move DateLimiteCalcul
                           to DateLimiteRet(NbLignesRetention)
                   end-if
               end-if
           end-if

           read FichierRetention
               at end move 1 to EofRetention
           end-read.

      *    Date limite : date de traitement moins JoursRetCalcul jours
       CalculeDateLimite.
           Move Annee of DateOperationContrat to AnneeLimite
           Move Mois of DateOperationContrat to MoisLimite
           Compute JourLimite = Jour of DateOperationContrat
               - JoursRetCalcul

           Perform RetranchUnMoisLimite until JourLimite >= 1

           Move JourLimite to JourLimiteAff
           Move MoisLimite to MoisLimiteAff
           Move spaces to DateLimiteCalcul
           String AnneeLimite '-' MoisLimiteAff '-' JourLimiteAff
               into DateLimiteCalcul
           end-string.

       RetranchUnMoisLimite.
           Subtract 1 from MoisLimite
           If MoisLimite < 1
               Move 12 to MoisLimite
               Subtract 1 from AnneeLimite
           end-if
           Add JoursMoisMax(MoisLimite) to JourLimite.

      *---------------------------------------------------------------
      *  Une generation presente au registre : regle de son fichier
      *  de base, retrait si elle a passe sa date limite
      *---------------------------------------------------------------
       RetentionGenerations-Trt.
           EXEC SQL
               FETCH GenerationsPresentes-Curseur
                   INTO :NomBaseGF, :DateGenerationGF, :NomGenerationGF
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to GenerationsEOF
           else
               Perform RegleGeneration
               If DateGenerationGF < DateLimiteGeneration
                   Perform RetireGeneration
               end-if
           end-if.

       RegleGeneration.
           Move JoursRetDefaut to JoursRetGeneration
           Move ActionRetDefaut to ActionRetGeneration
           Move DateLimiteRetDefaut to DateLimiteGeneration
           Move 0 to RetentionTrouvee
           Move 1 to IndexRetention
           Perform RechercheRetention
               until IndexRetention > NbLignesRetention
                  or RetentionTrouvee = 1.

       RechercheRetention.
           If NomBaseRet(IndexRetention) = NomBaseGF
               Move 1 to RetentionTrouvee
               Move JoursRet(IndexRetention) to JoursRetGeneration
               Move ActionRet(IndexRetention) to ActionRetGeneration
               Move DateLimiteRet(IndexRetention)
                   to DateLimiteGeneration
           else
               Add 1 to IndexRetention
           end-if.

      *---------------------------------------------------------------
      *  Retrait : generation deja absente du disque (supprimee a la
      *  main) simplement sortie du registre, sinon supprimee ou
      *  deplacee dans Archives - un echec laisse la generation
      *  presente, reprise au passage suivant
      *---------------------------------------------------------------
       RetireGeneration.
           Move 0 to RetraitOk
           Move spaces to NomGenerationArchive
           Move NomGenerationGF to NomGenerationSource

           open input FichierGeneration
           evaluate FichierGenerationStatus
               when "00"
                   close FichierGeneration
                   If ActionRetGeneration = 'P'
                       Perform PurgeGeneration
                   else
                       Perform ArchiveGeneration
                   end-if
               when "35"
                   Move 1 to RetraitOk
                   Move 'S' to EtatGenerationGF
                   Move "ABSENTE" to LibelleRetrait
                   Add 1 to NbGenerationsAbsentes
               when other
                   Move "ECHEC" to LibelleRetrait
           end-evaluate

           If RetraitOk = 1
               Move DateTraitementTxt to DateRetentionGF
               If EtatGenerationGF = 'A'
                   Move NomGenerationArchive to NomGenerationGF
               end-if
               EXEC SQL
                   UPDATE GenerationsFichier
                   SET EtatGeneration = :EtatGenerationGF,
                       DateRetention = :DateRetentionGF,
                       NomGeneration = :NomGenerationGF
                   WHERE (NomBase = :NomBaseGF
                   AND DateGeneration = :DateGenerationGF)
               END-EXEC
               If SQLCODE <> 0
                   Display " Erreur mise a jour registre : "
                       NomBaseGF ' ' DateGenerationGF
               end-if
               Add 1 to NbGenerationsRetirees
               Move 'I' to SeveriteEvt
           else
               Add 1 to NbGenerationsEchec
               Display " Retrait impossible : "
                   NomGenerationSource
               Move 'W' to SeveriteEvt
           end-if

           Move DateGenerationGF to CleEvt
           Move spaces to MessageEvt
           String "Generation " delimited by size
               LibelleRetrait     delimited by space
               " : "              delimited by size
               NomBaseGF          delimited by space
               into MessageEvt
           end-string
           Call 'EcritJournalExploitation' using EvenementExploitation

           Perform EcritLigneCompteRendu.

       PurgeGeneration.
           Call 'CBL_DELETE_FILE' using NomGenerationSource
               returning StatutRetraitFichier
           If StatutRetraitFichier = 0
               Move 1 to RetraitOk
               Move 'S' to EtatGenerationGF
               Move "PURGEE" to LibelleRetrait
               Add 1 to NbGenerationsPurgees
           else
               Move "ECHEC" to LibelleRetrait
           end-if.

      *    Archive : meme nom de fichier, dans le repertoire Archives
      *    (cree au premier besoin)
       ArchiveGeneration.
           Move 0 to PositionNomSeul
           Move 1 to IndexNomSeul
           Perform RechercheNomSeul until IndexNomSeul > 60
           Move spaces to NomSeulGeneration
           Move NomGenerationSource(PositionNomSeul + 1:)
               to NomSeulGeneration

           String RepertoireArchives delimited by space
               "\"                   delimited by size
               NomSeulGeneration     delimited by space
               into NomGenerationArchive
           end-string

           Call 'CBL_CREATE_DIR' using RepertoireArchives
               returning StatutRetraitFichier
           Call 'CBL_RENAME_FILE' using NomGenerationSource
               NomGenerationArchive
               returning StatutRetraitFichier
           If StatutRetraitFichier = 0
               Move 1 to RetraitOk
               Move 'A' to EtatGenerationGF
               Move "ARCHIVEE" to LibelleRetrait
               Add 1 to NbGenerationsArchivees
           else
               Move "ECHEC" to LibelleRetrait
           end-if.

       RechercheNomSeul.
           If NomGenerationSource(IndexNomSeul:1) = "\"
               Move IndexNomSeul to PositionNomSeul
           end-if
           Add 1 to IndexNomSeul.

       EcritLigneCompteRendu.
           If FichierCompteRenduOk = 1
               Move spaces to EnrLigneCompteRendu
               String DateGenerationGF    delimited by size
                   ';' NomBaseGF           delimited by space
                   ';' LibelleRetrait      delimited by space
                   ';' JoursRetGeneration  delimited by size
                   ';' NomGenerationSource delimited by space
                   ';' NomGenerationArchive delimited by space
                   into EnrLigneCompteRendu
               end-string
               Move EnrLigneCompteRendu to EnrFichierCompteRendu
               write EnrFichierCompteRendu
           end-if.

      *    Generation du jour du fichier de sortie NomBaseGN, inscrite
      *    au registre et au manifeste a sa premiere ouverture
       PrepareGeneration.
           Move ".txt" to ExtensionGN
           Move "RetentionGenerations" to ProgrammeGN
           Call 'GenerationFichier' using DemandeGeneration.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       RetentionGenerations-Fin.
           If BatchRefuse = 0
               EXEC SQL
                   CLOSE GenerationsPresentes-Curseur
               END-EXEC
               Perform FinControleBatch
           end-if.

           If FichierCompteRenduOk = 1
               close FichierCompteRendu
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Generations purgees : " NbGenerationsPurgees
               ", archivees : " NbGenerationsArchivees
               ", deja absentes : " NbGenerationsAbsentes.
           Display " Retraits en echec (repris au prochain passage) : "
               NbGenerationsEchec.

           Move 'I' to SeveriteEvt
           If NbGenerationsEchec > 0
               Move 'W' to SeveriteEvt
           end-if
           Move spaces to CleEvt
           Move spaces to MessageEvt
           String "Fin du passage - " NbGenerationsRetirees
               " retiree(s), " NbGenerationsEchec " en echec"
               into MessageEvt
           end-string
           Call 'EcritJournalExploitation' using EvenementExploitation.

      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge -
      *  les durees de conservation courent a partir de cette date
      *---------------------------------------------------------------
       ChargeDateTraitement.
           ACCEPT DateOperationContrat from date YYYYMMDD
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
                       end-if
               end-read
               close FichierDateTraitement
           end-if.

      *---------------------------------------------------------------
      *  Controle des passages batch : ce job quotidien trace chaque
      *  passage mais ne refuse pas les relancements
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "RetentionGenerations" to NomJobCB
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
           Move NbGenerationsRetirees to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program RetentionGenerations.
