       program-id. AccusesSMS as
           "Contrat_Epargne_TS.AccusesSMS".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Accuses de remise du jour remontes par la passerelle SMS :
      *    NoSms;Statut;CodeRetour;Horodatage - Statut 'D' delivre, 'N'
      *    non delivrable (definitif), tout autre statut est provisoire.
      *    Fichier encadre par ENTETE;... et TOTAL;NbLignes;0 (cf
      *    ControleFichierRecu)
           select FichierAccuses assign to
                "C:\fichiers-cobol\AccusesSMS.csv"
                organization is line sequential access sequential
                file status is FichierAccusesStatus.

      *    Liste de travail pour MaintenanceTiers : les Tiers dont le
      *    numero vient de passer non distribuable, a corriger au
      *    prochain contact client
           select FichierTravailAccuses assign to
                "C:\fichiers-cobol\AccusesSMS.txt"
                organization is line sequential access sequential
                file status is FichierTravailAccusesStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierAccuses record varying from 0 to 255.
       01 EnrFichierAccuses pic x(255).

       FD FichierTravailAccuses record varying from 0 to 255.
       01 EnrFichierTravailAccuses pic x(255).

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

       77  FichierAccusesStatus    pic x(2).
       77  FichierTravailAccusesStatus pic x(2).
       77  FichierTravailOk        pic 9.
       77  EofAccuses              pic 9.
       77  EnrLigneTravail         pic X(255).

      *---------------------------------------------------------------
      * Un accuse par ligne : l'alerte (NoSms) prend son statut final
      * une seule fois - un accuse rejoue ne recompte rien. Au
      * SeuilEchecsSms-ieme echec definitif, le numero du Tiers passe
      * non distribuable : plus aucune alerte n'y part (cf AlerteSMS)
      * jusqu'a ressaisie du telephone en maintenance
      *---------------------------------------------------------------
       77  NoSmsTxt                pic X(8).
       77  StatutAccuse            pic X.
       77  CodeRetourAccuse        pic X(10).
       77  HorodatageAccuse        pic X(19).
       77  NbChampsAccuse          pic 99.
       77  SeuilEchecsSms          pic 99 value 2.
       77  NbLignesLues            pic 9(5) value 0.
       77  NbDelivres              pic 9(5) value 0.
       77  NbNonDelivres           pic 9(5) value 0.
       77  NbAccusesIgnores        pic 9(5) value 0.
       77  NbNumerosInvalides      pic 9(5) value 0.
       77  IdTiersDisplay          pic Z(8)9.

      *---------------------------------------------------------------
      * Controle des passages batch : job quotidien, trace sans refus
      * de relancement (un accuse deja applique n'est plus recompte)
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       01  HeureBatch.
           10 HeureBatchH          pic 99.
           10 HeureBatchMn         pic 99.
           10 HeureBatchSec        pic 99.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Controle du fichier entrant avant integration (cf
      * ControleFichierRecu) : entete, pied TOTAL cadre et doublon
      *---------------------------------------------------------------
       01  ControleReception.
           05 JobCX                PIC X(30).
           05 NomFichierCX         PIC X(60).
           05 RangMontantCX        PIC 9.
           05 NoPassageCX          PIC 9(8).
           05 FichierAccepteCX     PIC 9.
           05 MotifRefusCX         PIC X(60).
           05 NbLignesCX           PIC 9(7).
           05 MontantTotalCX       PIC 9(13)V99.
           05 EmpreinteCX          PIC 9(9).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - accuses de remise de la passerelle SMS : chaque
      *  alerte emise ('E') passe delivree ou non delivree ; les echecs
      *  definitifs sont comptes sur le Tiers, dont le numero passe non
      *  distribuable au seuil et rejoint la liste de travail
      *---------------------------------------------------------------
       Debut.
           perform AccusesSMS-Init.
           perform AccusesSMS-Trt until EofAccuses = 1.
           perform AccusesSMS-Fin.
           goback.

       AccusesSMS-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to EofAccuses
           else
               continue
           end-if.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.
           Perform ControleFichierEntrant.

           If FichierAccepteCX = 0
               Display " Fichier d'accuses SMS refuse -"
                   " aucun accuse enregistre "
               move 1 to EofAccuses
           else
               open input FichierAccuses
               evaluate FichierAccusesStatus
                   when "00"
                       read FichierAccuses
                           at end move 1 to EofAccuses
                       end-read
                   when "35"
                       Display " Fichier d'accuses SMS introuvable -"
                           " rien a traiter "
                       move 1 to EofAccuses
                   when other
                       Display " Erreur ouverture fichier accuses SMS -"
                           " code " FichierAccusesStatus
                       move 1 to EofAccuses
               end-evaluate
           end-if

           open output FichierTravailAccuses
           evaluate FichierTravailAccusesStatus
               when "00"
                   move 1 to FichierTravailOk
                   move "IdTiers;Nom;Prenom;TelephoneNonDistribuable"
                       to EnrFichierTravailAccuses
                   write EnrFichierTravailAccuses
               when other
                   move 0 to FichierTravailOk
           end-evaluate.

      *---------------------------------------------------------------
      *  Un accuse : l'alerte doit exister et etre encore emise ('E')
      *---------------------------------------------------------------
       AccusesSMS-Trt.
           If EnrFichierAccuses(1:6) not = "ENTETE"
            and EnrFichierAccuses(1:6) not = "TOTAL;"
               Perform TrtLigneAccuse
           end-if.

           read FichierAccuses
               at end move 1 to EofAccuses
           end-read.

       TrtLigneAccuse.
           Add 1 to NbLignesLues
           Move spaces to NoSmsTxt
           Move space to StatutAccuse
           Move spaces to CodeRetourAccuse
           Move spaces to HorodatageAccuse
           Move 0 to NbChampsAccuse
           Unstring EnrFichierAccuses delimited by ";" into
               NoSmsTxt StatutAccuse CodeRetourAccuse HorodatageAccuse
               Tallying in NbChampsAccuse
           end-Unstring

           Move 0 to NoSmsAS
           Move space to StatutSmsAS
           If NbChampsAccuse >= 2 and NoSmsTxt is numeric
               Move NoSmsTxt to NoSmsAS
               EXEC SQL
                   SELECT IdTiers, Telephone, StatutSms
                   INTO :IdTiersAS, :TelephoneAS, :StatutSmsAS
                   FROM AlertesSMS
                   WHERE NoSms = :NoSmsAS
               END-EXEC
               If SQLCODE not = 0
                   Move space to StatutSmsAS
               end-if
           end-if

           Evaluate true
               When StatutSmsAS not = 'E'
                   Add 1 to NbAccusesIgnores
               When StatutAccuse = 'D'
                   Perform EnregistreAccuse
                   Add 1 to NbDelivres
               When StatutAccuse = 'N'
                   Perform EnregistreAccuse
                   Add 1 to NbNonDelivres
                   Perform CompteEchecTiers
               When other
                   Add 1 to NbAccusesIgnores
           End-evaluate.

       EnregistreAccuse.
           Move StatutAccuse to StatutSmsAS
           Move HorodatageAccuse to DateAccuseAS
           Move CodeRetourAccuse to CodeRetourAS
           EXEC SQL
               UPDATE AlertesSMS
               SET StatutSms = :StatutSmsAS,
                   DateAccuse = :DateAccuseAS,
                   CodeRetour = :CodeRetourAS
               WHERE NoSms = :NoSmsAS
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur maj accuse SMS : " NoSmsAS
           end-if.

      *---------------------------------------------------------------
      *  Echec definitif : le compteur du Tiers monte, le numero passe
      *  non distribuable au seuil
      *---------------------------------------------------------------
       CompteEchecTiers.
           Move IdTiersAS to IdTiers of TiersSouscrBenef
           Move 0 to NbEchecsSmsT
           Move 0 to TelephoneInvalideT
           EXEC SQL
               SELECT Nom, Prenom, COALESCE(NbEchecsSms, 0),
                COALESCE(TelephoneInvalide, 0)
               INTO :Nom, :Prenom, :NbEchecsSmsT, :TelephoneInvalideT
               FROM TiersSB
               WHERE IdTiers = :IdTiers
           END-EXEC

           If SQLCODE = 0
               Add 1 to NbEchecsSmsT
               If NbEchecsSmsT >= SeuilEchecsSms
                and TelephoneInvalideT = 0
                   Move 1 to TelephoneInvalideT
                   Add 1 to NbNumerosInvalides
                   Perform EcritLigneTravail
               end-if

               EXEC SQL
                   UPDATE TiersSB
                   SET NbEchecsSms = :NbEchecsSmsT,
                       TelephoneInvalide = :TelephoneInvalideT
                   WHERE IdTiers = :IdTiers
               END-EXEC

               If SQLCODE <> 0
                   Display " Erreur maj echecs SMS Tiers : " IdTiers
               end-if
           end-if.

       EcritLigneTravail.
           If FichierTravailOk = 1
               Move IdTiers of TiersSouscrBenef to IdTiersDisplay
               Move spaces to EnrLigneTravail
               String IdTiersDisplay          delimited by size
                   ';' Nom of TiersSouscrBenef delimited by size
                   ';' Prenom of TiersSouscrBenef
                                               delimited by size
                   ';' TelephoneAS             delimited by size
                   into EnrLigneTravail
               end-string
               Move EnrLigneTravail to EnrFichierTravailAccuses
               write EnrFichierTravailAccuses
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       AccusesSMS-Fin.
           If FichierAccusesStatus = "00"
            or FichierAccusesStatus = "10"
               close FichierAccuses
           end-if
           If FichierTravailOk = 1
               close FichierTravailAccuses
           end-if

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Accuses SMS : " NbLignesLues " lu(s), "
               NbDelivres " delivre(s), " NbNonDelivres
               " non delivre(s), " NbAccusesIgnores " ignore(s) ".
           Display " Numeros non distribuables : "
               NbNumerosInvalides
               " (liste : AccusesSMS.txt) ".

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
      *  Fichier du jour presente au controle des fichiers recus -
      *  flux sans montant
      *---------------------------------------------------------------
       ControleFichierEntrant.
           Move "AccusesSMS" to JobCX
           Move "C:\fichiers-cobol\AccusesSMS.csv" to NomFichierCX
           Move 0 to RangMontantCX
           Move 0 to NoPassageCX
           Call 'ControleFichierRecu' using ControleReception.

      *---------------------------------------------------------------
      *  Controle des passages batch : job quotidien, trace sans
      *  refus de relancement (un fichier deja integre est refuse par
      *  le registre des fichiers recus)
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "AccusesSMS" to NomJobCB
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
           Compute NbTraitesCB = NbDelivres + NbNonDelivres

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC

           If SQLCODE = 0
            and FichierAccepteCX = 1
            and FichierAccusesStatus = "00"
               Perform IntegreFichierRecu
           end-if.

      *---------------------------------------------------------------
      *  Passage termine sur un fichier lu jusqu'au bout : l'inscription
      *  'C' du controle des fichiers recus passe 'I' integre. Un
      *  passage interrompu ou en echec la laisse 'C' et le meme
      *  fichier pourra etre represente sans etre pris pour un doublon
      *---------------------------------------------------------------
       IntegreFichierRecu.
           Move JobCX to NomFluxRF
           Move EmpreinteCX to EmpreinteRF
           Move NoPassageCX to NoPassageRF

           EXEC SQL
               UPDATE FichiersRecus
               SET EtatFichier = 'I'
               WHERE (NomFlux = :NomFluxRF
               AND Empreinte = :EmpreinteRF
               AND NoPassage = :NoPassageRF
               AND EtatFichier = 'C')
           END-EXEC.

       end program AccusesSMS.
