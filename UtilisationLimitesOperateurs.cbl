       program-id. UtilisationLimitesOperateurs as
           "Contrat_Epargne_TS.UtilisationLimitesOperateurs".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Limites journalieres de pose par profil / par operateur
      *    (TypeCle;Cle;PlafondVersementsJour;PlafondRachatsJour) -
      *    meme fichier que ControleLimiteJournaliere
           select FichierLimitesOp assign to
                "C:\fichiers-cobol\LimitesOperateurs.csv"
                organization is line sequential access sequential
                file status is FichierLimitesOpStatus.

      *    Rapport quotidien : utilisation des limites par operateur
           select FichierUtilisation assign to
                "C:\fichiers-cobol\UtilisationLimitesOperateurs.txt"
                organization is line sequential access sequential
                file status is FichierUtilisationStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee
      *    par l'exploitation pour un rattrapage - a defaut, l'horloge
      *    fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierLimitesOp record varying from 0 to 255.
       01 EnrFichierLimitesOp pic x(255).

       FD FichierUtilisation record varying from 0 to 255.
       01 EnrFichierUtilisation pic x(255).


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
       77  DateJourRapport         pic X(10).
       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  FichierLimitesOpStatus  pic x(2).
       77  NbLigneLimiteOp         pic 99 value 0.
       77  EofImportLimiteOp       pic 9.
       77  NbChampsImportLimiteOp  pic 9.
       77  IndexLimiteOp           pic 99.

       77  FichierUtilisationStatus pic x(2).
       77  FichierUtilisationOk    pic 9.
       77  EnrLigneUtilisation     pic X(255).

       77  OperateursEOF           pic 9.
       77  NbOperateursLus         pic 9(5) value 0.
       77  NbOperateursAtteints    pic 9(5) value 0.

      *---------------------------------------------------------------
      * Utilisation du jour d'un operateur : cumul des versements
      * ('V') et des rachats ('R') poses a son nom, plafonds de son
      * profil ou, s'il en a, les siens, et nombre d'operations qu'il
      * a envoyees en file d'approbation dans la journee - meme
      * recherche de plafond que ControleLimiteJournaliere dans
      * Contrat_Epargne_Main. Plafond a zero = pas de limite
      *---------------------------------------------------------------
       77  TypeLimiteControle      pic X.
       77  PlafondProfilTrouve     pic 9(10)v99.
       77  PlafondOperateurTrouve  pic 9(10)v99.
       77  LimiteOperateurTrouvee  pic 9.
       77  PlafondJourOperateur    pic 9(10)v99.
       77  PlafondVersOperateur    pic 9(10)v99.
       77  PlafondRachatsOperateur pic 9(10)v99.
       77  CumulVersJour           pic 9(12)v99.
       77  CumulRachatsJour        pic 9(12)v99.
       77  NbAttentesJour          pic 9(5).
       77  TauxUtilisation         pic 9(5).
       77  TauxVersDisplay         pic ZZZZ9.
       77  TauxRachatsDisplay      pic ZZZZ9.
       77  NbAttentesDisplay       pic ZZZZ9.
       77  CumulVersDisplay        pic Z(11)9.99.
       77  CumulRachatsDisplay     pic Z(11)9.99.
       77  PlafondVersDisplay      pic Z(9)9.99.
       77  PlafondRachatsDisplay   pic Z(9)9.99.
       77  AlerteLimite            pic X(8).

      *---------------------------------------------------------------
      * Controle des passages batch : rapport quotidien en lecture
      * seule, trace sans refus de relancement
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       01  HeureBatch.
           10 HeureBatchH          pic 99.
           10 HeureBatchMn         pic 99.
           10 HeureBatchSec        pic 99.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - utilisation quotidienne des limites de pose : une
      *  ligne par operateur actif du referentiel, ses cumuls du jour
      *  face a ses plafonds
      *---------------------------------------------------------------
       Debut.
           perform UtilisationLimites-Init.
           perform UtilisationLimites-Trt until OperateursEOF = 1.
           perform UtilisationLimites-Fin.
           goback.

       UtilisationLimites-Init.
           Move 0 to OperateursEOF
           perform ImportationLimitesOperateurs.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to OperateursEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE OperateursLimites-Curseur CURSOR FOR
                Select CodeOperat, NomOperat, ProfilOperat
                From Operateurs
                Where ActifOperat = 1
                ORDER BY CodeOperat
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateJourRapport
           end-string.

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.

           EXEC SQL
               OPEN OperateursLimites-Curseur
           END-EXEC.

           open output FichierUtilisation.
           evaluate FichierUtilisationStatus
               when "00"
                   move 1 to FichierUtilisationOk
                   String "UTILISATION DES LIMITES OPERATEURS DU "
                       DateJourRapport
                       into EnrLigneUtilisation
                   end-string
                   Move EnrLigneUtilisation to EnrFichierUtilisation
                   write EnrFichierUtilisation
                   move "Operateur;Nom;Profil;VersementsJour;PlafondVersements;%;RachatsJour;PlafondRachats;%;EnAttente;Alerte"
                       to EnrFichierUtilisation
                   write EnrFichierUtilisation
               when other
                   move 0 to FichierUtilisationOk
                   Display " Erreur ouverture rapport limites -"
                       " code " FichierUtilisationStatus
                   Move 1 to OperateursEOF
           end-evaluate.

       UtilisationLimites-Trt.
           Move spaces to NomOperatOT
           EXEC SQL
               FETCH OperateursLimites-Curseur
                   INTO :CodeOperatOT, :NomOperatOT, :ProfilOperatOT
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to OperateursEOF
           else
               Add 1 to NbOperateursLus
               Move 'V' to TypeLimiteControle
               Perform ChargePlafondOperateur
               Move PlafondJourOperateur to PlafondVersOperateur
               Move 'R' to TypeLimiteControle
               Perform ChargePlafondOperateur
               Move PlafondJourOperateur to PlafondRachatsOperateur
               Perform CalculeUtilisationJour
               Perform EcritLigneUtilisation
           end-if.

      *---------------------------------------------------------------
      *  Cumuls du jour de l'operateur et attentes qu'il a emises
      *---------------------------------------------------------------
       CalculeUtilisationJour.
           Move 0 to CumulVersJour
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation), 0)
               INTO :CumulVersJour
               FROM OperationsCompte
               WHERE (Operateur = :CodeOperatOT
               AND TypeOperation = 'V'
               AND DateOperation = :DateJourRapport)
           END-EXEC
           If SQLCODE not = 0
               Move 0 to CumulVersJour
           end-if

           Move 0 to CumulRachatsJour
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation), 0)
               INTO :CumulRachatsJour
               FROM OperationsCompte
               WHERE (Operateur = :CodeOperatOT
               AND TypeOperation = 'R'
               AND DateOperation = :DateJourRapport)
           END-EXEC
           If SQLCODE not = 0
               Move 0 to CumulRachatsJour
           end-if

           Move 0 to NbAttentesJour
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbAttentesJour
               FROM OperationsEnAttente
               WHERE (OperateurDemande = :CodeOperatOT
               AND DateDemande = :DateJourRapport)
           END-EXEC
           If SQLCODE not = 0
               Move 0 to NbAttentesJour
           end-if.

       EcritLigneUtilisation.
           Move spaces to AlerteLimite
           Move 0 to TauxVersDisplay
           Move 0 to TauxRachatsDisplay
           If PlafondVersOperateur > 0
               Compute TauxUtilisation rounded =
                   CumulVersJour * 100 / PlafondVersOperateur
                   on size error Move 99999 to TauxUtilisation
               end-compute
               Move TauxUtilisation to TauxVersDisplay
               If CumulVersJour >= PlafondVersOperateur
                   Move "ATTEINTE" to AlerteLimite
               end-if
           end-if
           If PlafondRachatsOperateur > 0
               Compute TauxUtilisation rounded =
                   CumulRachatsJour * 100 / PlafondRachatsOperateur
                   on size error Move 99999 to TauxUtilisation
               end-compute
               Move TauxUtilisation to TauxRachatsDisplay
               If CumulRachatsJour >= PlafondRachatsOperateur
                   Move "ATTEINTE" to AlerteLimite
               end-if
           end-if
           If AlerteLimite not = spaces
               Add 1 to NbOperateursAtteints
           end-if

           If FichierUtilisationOk = 1
               Move CumulVersJour to CumulVersDisplay
               Move PlafondVersOperateur to PlafondVersDisplay
               Move CumulRachatsJour to CumulRachatsDisplay
               Move PlafondRachatsOperateur to PlafondRachatsDisplay
               Move NbAttentesJour to NbAttentesDisplay
               Move spaces to EnrLigneUtilisation
               String CodeOperatOT              delimited by space
                   ';' NomOperatOT               delimited by "  "
                   ';' ProfilOperatOT            delimited by size
                   ';' CumulVersDisplay          delimited by size
                   ';' PlafondVersDisplay        delimited by size
                   ';' TauxVersDisplay           delimited by size
                   ';' CumulRachatsDisplay       delimited by size
                   ';' PlafondRachatsDisplay     delimited by size
                   ';' TauxRachatsDisplay        delimited by size
                   ';' NbAttentesDisplay         delimited by size
                   ';' AlerteLimite              delimited by size
                   into EnrLigneUtilisation
               end-string
               Move EnrLigneUtilisation to EnrFichierUtilisation
               write EnrFichierUtilisation
           end-if.

      *---------------------------------------------------------------
      *  Plafond du jour de l'operateur courant pour le sens
      *  TypeLimiteControle : ligne de l'operateur, a defaut celle de
      *  son profil
      *---------------------------------------------------------------
       ChargePlafondOperateur.
           Move 0 to PlafondProfilTrouve
           Move 0 to PlafondOperateurTrouve
           Move 0 to LimiteOperateurTrouvee
           Move 1 to IndexLimiteOp
           Perform ChargePlafondOperateur-Cherche
               until IndexLimiteOp > NbLigneLimiteOp
           If LimiteOperateurTrouvee = 1
               Move PlafondOperateurTrouve to PlafondJourOperateur
           else
               Move PlafondProfilTrouve to PlafondJourOperateur
           end-if.

       ChargePlafondOperateur-Cherche.
           Evaluate true
               When TypeCleLimite of ligneLimiteOp(IndexLimiteOp) = 'O'
                and CleLimite of ligneLimiteOp(IndexLimiteOp)
                    = CodeOperatOT
                   Move 1 to LimiteOperateurTrouvee
                   If TypeLimiteControle = 'V'
                       Move PlafondVersJour
                           of ligneLimiteOp(IndexLimiteOp)
                           to PlafondOperateurTrouve
                   else
                       Move PlafondRachatsJour
                           of ligneLimiteOp(IndexLimiteOp)
                           to PlafondOperateurTrouve
                   end-if
               When TypeCleLimite of ligneLimiteOp(IndexLimiteOp) = 'P'
                and CleLimite of ligneLimiteOp(IndexLimiteOp)
                    = ProfilOperatOT
                   If TypeLimiteControle = 'V'
                       Move PlafondVersJour
                           of ligneLimiteOp(IndexLimiteOp)
                           to PlafondProfilTrouve
                   else
                       Move PlafondRachatsJour
                           of ligneLimiteOp(IndexLimiteOp)
                           to PlafondProfilTrouve
                   end-if
           End-evaluate
           Add 1 to IndexLimiteOp.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       UtilisationLimites-Fin.
           EXEC SQL
               CLOSE OperateursLimites-Curseur
           END-EXEC.

           If FichierUtilisationOk = 1
               close FichierUtilisation
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Operateurs actifs : " NbOperateursLus
               " dont limite atteinte : " NbOperateursAtteints
               " (cf UtilisationLimitesOperateurs.txt) ".


      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge -
      *  le rapport porte alors sur ce jour (meme principe que
      *  CalculInteretMensuel)
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
      *  Controle des passages batch : rapport quotidien en
      *  lecture seule, trace sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "UtilisationLimitesOp" to NomJobCB
           Move PeriodeTraitement to PeriodeJobCB

           ACCEPT HeureBatch from time
           String DateJourRapport ' '
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
           String DateJourRapport ' '
               HeureBatchH ':' HeureBatchMn ':' HeureBatchSec
               into HorodatageBatch
           end-string

           Move HorodatageBatch to DateFinCB
           Move NbOperateursLus to NbTraitesCB

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
      * Importation de LimitesOperateurs.csv - meme controle de ligne
      * que ImportationLimitesOperateurs dans Contrat_Epargne_Main ;
      * fichier absent = aucun plafond, le rapport sort les cumuls
      *---------------------------------------------------------------
       ImportationLimitesOperateurs.
           Move 0 to EofImportLimiteOp
           Move 0 to NbLigneLimiteOp
           Move 1 to IndexLimiteOp

           open input FichierLimitesOp
           evaluate FichierLimitesOpStatus
               when "00"
                   read FichierLimitesOp
                       at end move 1 to EofImportLimiteOp
                   end-read
               when other
                   Display " Fichier LimitesOperateurs.csv absent -"
                       " aucun plafond "
                   move 1 to EofImportLimiteOp
           end-evaluate

           Perform ImportationLimitesOperateurs-Trt
               until EofImportLimiteOp = 1

           if FichierLimitesOpStatus = "00"
            or FichierLimitesOpStatus = "10"
               close FichierLimitesOp
           end-if.

       ImportationLimitesOperateurs-Trt.
           Move 0 to NbChampsImportLimiteOp
           Unstring EnrFichierLimitesOp delimited by ";" into
               TypeCleLimite of ligneLimiteOp(IndexLimiteOp)
               CleLimite of ligneLimiteOp(IndexLimiteOp)
               PlafondVersJourTxt of ligneLimiteOp(IndexLimiteOp)
               PlafondRachatsJourTxt of ligneLimiteOp(IndexLimiteOp)
               Tallying in NbChampsImportLimiteOp
           end-Unstring

           if NbChampsImportLimiteOp = 4 and IndexLimiteOp < 50
            and (TypeCleLimite of ligneLimiteOp(IndexLimiteOp) = 'P'
             or TypeCleLimite of ligneLimiteOp(IndexLimiteOp) = 'O')
            and PlafondVersJourTxt of ligneLimiteOp(IndexLimiteOp)
                is numeric
            and PlafondRachatsJourTxt of ligneLimiteOp(IndexLimiteOp)
                is numeric
               Move IndexLimiteOp to NbLigneLimiteOp
               Add 1 to IndexLimiteOp
           end-if

           read FichierLimitesOp
               at end move 1 to EofImportLimiteOp
           end-read.

       end program UtilisationLimitesOperateurs.
