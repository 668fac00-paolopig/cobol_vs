       program-id. RetourSignatures as
           "Contrat_Epargne_TS.RetourSignatures".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Statuts du jour remontes par le prestataire de signature :
      *    NoSignature;Statut;ReferencePreuve;Horodatage - Statut 'S'
      *    signee, 'R' refusee, 'X' expiree, tout autre statut (ouverte,
      *    relancee...) est provisoire. Fichier encadre par ENTETE;...
      *    et TOTAL;NbLignes;0 (cf ControleFichierRecu)
           select FichierStatuts assign to
                "C:\fichiers-cobol\RetourSignatures.csv"
                organization is line sequential access sequential
                file status is FichierStatutsStatus.

      *    Liste de relance : demandes refusees ou expirees, a reprendre
      *    avec le client (nouvelle demande ou signature papier)
           select FichierRelances assign to
                "C:\fichiers-cobol\RetourSignatures.txt"
                organization is line sequential access sequential
                file status is FichierRelancesStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierStatuts record varying from 0 to 255.
       01 EnrFichierStatuts pic x(255).

       FD FichierRelances record varying from 0 to 255.
       01 EnrFichierRelances pic x(255).

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

       77  FichierStatutsStatus    pic x(2).
       77  FichierRelancesStatus   pic x(2).
       77  FichierRelancesOk       pic 9.
       77  EofStatuts              pic 9.
       77  EnrLigneRelance         pic X(255).

      *---------------------------------------------------------------
      * Un statut par ligne : la demande (NoSignature) prend son statut
      * final une seule fois - un statut rejoue ne repointe rien. Une
      * signature aboutie pointe recue la piece du dossier de la
      * demande (operateur SIGNELEC, reference de preuve) et active le
      * contrat dossier complet et fonds recus, comme un pointage
      * manuel (cf PiecesDossier)
      *---------------------------------------------------------------
       77  NoSignatureTxt          pic X(8).
       77  StatutRetour            pic X.
       77  ReferencePreuveRetour   pic X(40).
       77  HorodatageRetour        pic X(19).
       77  NbChampsRetour          pic 99.
       77  DateTraitementTxt       pic X(10).
       77  NbPiecesManquantes      pic 9(3).
       77  LibelleStatutRelance    pic X(8).
       77  NbLignesLues            pic 9(5) value 0.
       77  NbSignees               pic 9(5) value 0.
       77  NbRefusees              pic 9(5) value 0.
       77  NbExpirees              pic 9(5) value 0.
       77  NbStatutsIgnores        pic 9(5) value 0.
       77  NbPiecesPointees        pic 9(5) value 0.
       77  NbContratsActives       pic 9(5) value 0.

      *---------------------------------------------------------------
      * Corbeille des taches operateur (cf AlimenteTache) : la tache
      * PIECE d'une piece signee tombe sans attendre PiecesManquantes
      *---------------------------------------------------------------
       01  DemandeTache.
           05 ActionTacheDT        PIC X.
           05 TypeTacheDT          PIC X(6).
           05 IdTiersDT            PIC 9(8).
           05 CodeProduitDT        PIC X(2).
           05 NoContratDT          PIC 9(8).
           05 ReferenceDT          PIC X(12).
           05 DateEcheanceDT       PIC X(10).
           05 PrioriteDT           PIC 9.
           05 LibelleDT            PIC X(50).
           05 PassageDT            PIC X(19).
           05 OperateurDT          PIC X(8).
           05 RetourDT             PIC 9.

      *---------------------------------------------------------------
      * Controle des passages batch : job quotidien, trace sans refus
      * de relancement (un statut deja applique n'est plus recompte)
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
      *  Mainline - retour du prestataire de signature electronique :
      *  chaque demande envoyee ('E') passe signee, refusee ou expiree ;
      *  les signatures pointent les pieces du dossier, les refus et
      *  expirations rejoignent la liste de relance
      *---------------------------------------------------------------
       Debut.
           perform RetourSignatures-Init.
           perform RetourSignatures-Trt until EofStatuts = 1.
           perform RetourSignatures-Fin.
           goback.

       RetourSignatures-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to EofStatuts
           else
               continue
           end-if.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateTraitementTxt
           end-string.
           Perform DebutControleBatch.
           Perform ControleFichierEntrant.

           If FichierAccepteCX = 0
               Display " Fichier de statuts de signature refuse -"
                   " aucun statut enregistre "
               move 1 to EofStatuts
           else
               open input FichierStatuts
               evaluate FichierStatutsStatus
                   when "00"
                       read FichierStatuts
                           at end move 1 to EofStatuts
                       end-read
                   when "35"
                       Display " Fichier de statuts de signature"
                           " introuvable - rien a traiter "
                       move 1 to EofStatuts
                   when other
                       Display " Erreur ouverture fichier statuts de"
                           " signature - code " FichierStatutsStatus
                       move 1 to EofStatuts
               end-evaluate
           end-if

           open output FichierRelances
           evaluate FichierRelancesStatus
               when "00"
                   move 1 to FichierRelancesOk
                   move "NoSignature;Statut;Document;CodeProduit;NoContrat;IdTiers;Nom;Prenom;DateDemande"
                       to EnrFichierRelances
                   write EnrFichierRelances
               when other
                   move 0 to FichierRelancesOk
           end-evaluate.

      *---------------------------------------------------------------
      *  Un statut : la demande doit exister et etre encore envoyee
      *---------------------------------------------------------------
       RetourSignatures-Trt.
           If EnrFichierStatuts(1:6) not = "ENTETE"
            and EnrFichierStatuts(1:6) not = "TOTAL;"
               Perform TrtLigneStatut
           end-if.

           read FichierStatuts
               at end move 1 to EofStatuts
           end-read.

       TrtLigneStatut.
           Add 1 to NbLignesLues
           Move spaces to NoSignatureTxt
           Move space to StatutRetour
           Move spaces to ReferencePreuveRetour
           Move spaces to HorodatageRetour
           Move 0 to NbChampsRetour
           Unstring EnrFichierStatuts delimited by ";" into
               NoSignatureTxt StatutRetour ReferencePreuveRetour
               HorodatageRetour
               Tallying in NbChampsRetour
           end-Unstring

           Move 0 to NoSignatureSG
           Move space to StatutSignatureSG
           If NbChampsRetour >= 2 and NoSignatureTxt is numeric
               Move NoSignatureTxt to NoSignatureSG
               EXEC SQL
                   SELECT TypeDocument, CodeProduit, NoContrat,
                    IdTiers, CodePiece, DateDemande, StatutSignature
                   INTO :TypeDocumentSG, :CodeProduitSG, :NoContratSG,
                    :IdTiersSG, :CodePieceSG, :DateDemandeSG,
                    :StatutSignatureSG
                   FROM SignaturesElectroniques
                   WHERE NoSignature = :NoSignatureSG
               END-EXEC
               If SQLCODE not = 0
                   Move space to StatutSignatureSG
               end-if
           end-if

           Evaluate true
               When StatutSignatureSG not = 'E'
                   Add 1 to NbStatutsIgnores
               When StatutRetour = 'S'
                   Perform EnregistreStatut
                   Add 1 to NbSignees
                   If CodePieceSG not = space
                       Perform PointePieceSignee
                   end-if
               When StatutRetour = 'R'
                   Perform EnregistreStatut
                   Add 1 to NbRefusees
                   Move "REFUSEE" to LibelleStatutRelance
                   Perform EcritLigneRelance
               When StatutRetour = 'X'
                   Perform EnregistreStatut
                   Add 1 to NbExpirees
                   Move "EXPIREE" to LibelleStatutRelance
                   Perform EcritLigneRelance
               When other
                   Add 1 to NbStatutsIgnores
           End-evaluate.

       EnregistreStatut.
           Move StatutRetour to StatutSignatureSG
           Move HorodatageRetour to DateStatutSG
           Move ReferencePreuveRetour to ReferencePreuveSG
           EXEC SQL
               UPDATE SignaturesElectroniques
               SET StatutSignature = :StatutSignatureSG,
                   DateStatut = :DateStatutSG,
                   ReferencePreuve = :ReferencePreuveSG
               WHERE NoSignature = :NoSignatureSG
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur maj statut signature : " NoSignatureSG
           end-if.

      *---------------------------------------------------------------
      *  Signature aboutie : piece pointee recue avec la preuve du
      *  prestataire, activation pleine si dossier complet et fonds
      *  recus, tache PIECE levee
      *---------------------------------------------------------------
       PointePieceSignee.
           Move CodeProduitSG to CodeProduitPD
           Move NoContratSG to NoContratPD
           Move CodePieceSG to CodePiecePD
           Move 1 to RecuePD
           If HorodatageRetour(1:10) not = spaces
               Move HorodatageRetour(1:10) to DateRecuePD
           else
               Move DateTraitementTxt to DateRecuePD
           end-if
           Move "SIGNELEC" to OperateurPD
           Move ReferencePreuveRetour to ReferencePreuvePD

           EXEC SQL
               UPDATE PiecesContrat
               SET Recue = :RecuePD,
                   DateRecue = :DateRecuePD,
                   Operateur = :OperateurPD,
                   ReferencePreuve = :ReferencePreuvePD
               WHERE (CodeProduit = :CodeProduitPD
               AND NoContrat = :NoContratPD
               AND CodePiece = :CodePiecePD)
           END-EXEC

           If SQLCODE = 0
               Add 1 to NbPiecesPointees
               Perform ActiveContratComplet

               Move 'L' to ActionTacheDT
               Move "PIECE" to TypeTacheDT
               Move 0 to IdTiersDT
               Move CodeProduitPD to CodeProduitDT
               Move NoContratPD to NoContratDT
               Move CodePiecePD to ReferenceDT
               Move "SIGNELEC" to OperateurDT
               Call 'AlimenteTache' using DemandeTache
           end-if.

      *    Dossier complet + fonds recus = activation pleine du contrat
       ActiveContratComplet.
           Move 0 to NbPiecesManquantes
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbPiecesManquantes
               FROM PiecesContrat
               WHERE (CodeProduit = :CodeProduitPD
               AND NoContrat = :NoContratPD
               AND Recue = 0)
           END-EXEC

           Move CodeProduitPD to CodeProduitPC
           Move NoContratPD to NoContratPC
           EXEC SQL
               SELECT EtatProduit, ValeurCourante
               INTO :EtatProduitPC, :ValeurCourantePC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC)
           END-EXEC

           If SQLCODE = 0 and NbPiecesManquantes = 0
            and EtatProduitPC = '2' and ValeurCourantePC > 0
               EXEC SQL
                   UPDATE ProduitsClient
                   SET EtatProduit = 1
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC)
               END-EXEC
               If SQLCODE = 0
                   Add 1 to NbContratsActives
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Demande refusee ou expiree : a relancer
      *---------------------------------------------------------------
       EcritLigneRelance.
           If FichierRelancesOk = 1
               Move IdTiersSG to IdTiers of TiersSouscrBenef
               Move spaces to Nom of TiersSouscrBenef
               Move spaces to Prenom of TiersSouscrBenef
               EXEC SQL
                   SELECT Nom, Prenom
                   INTO :Nom, :Prenom
                   FROM TiersSB
                   WHERE IdTiers = :IdTiers
               END-EXEC

               Move spaces to EnrLigneRelance
               String NoSignatureSG           delimited by size
                   ';' LibelleStatutRelance    delimited by space
                   ';' TypeDocumentSG          delimited by space
                   ';' CodeProduitSG           delimited by size
                   ';' NoContratSG             delimited by size
                   ';' IdTiersSG               delimited by size
                   ';' Nom of TiersSouscrBenef delimited by "  "
                   ';' Prenom of TiersSouscrBenef
                                               delimited by "  "
                   ';' DateDemandeSG           delimited by size
                   into EnrLigneRelance
               end-string
               Move EnrLigneRelance to EnrFichierRelances
               write EnrFichierRelances
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       RetourSignatures-Fin.
           If FichierStatutsStatus = "00"
            or FichierStatutsStatus = "10"
               close FichierStatuts
           end-if
           If FichierRelancesOk = 1
               close FichierRelances
           end-if

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Statuts de signature : " NbLignesLues " lu(s), "
               NbSignees " signee(s), " NbRefusees " refusee(s), "
               NbExpirees " expiree(s), " NbStatutsIgnores
               " ignore(s) ".
           Display " Pieces pointees : " NbPiecesPointees
               ", contrats actives : " NbContratsActives.
           Display " A relancer : " NbRefusees " + " NbExpirees
               " (liste : RetourSignatures.txt) ".

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
           Move "RetourSignatures" to JobCX
           Move "C:\fichiers-cobol\RetourSignatures.csv" to NomFichierCX
           Move 0 to RangMontantCX
           Move 0 to NoPassageCX
           Call 'ControleFichierRecu' using ControleReception.

      *---------------------------------------------------------------
      *  Controle des passages batch : job quotidien, trace sans
      *  refus de relancement (un fichier deja integre est refuse par
      *  le registre des fichiers recus)
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "RetourSignatures" to NomJobCB
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
           Compute NbTraitesCB = NbSignees + NbRefusees + NbExpirees

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
            and FichierStatutsStatus = "00"
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

       end program RetourSignatures.
