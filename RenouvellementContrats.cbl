      *    Avis de confirmation client du jour (meme fichier date que
      *    EcritNotificationClient dans Contrat_Epargne_Main) : un
      *    enregistrement par contrat renouvele, courriel ou, a defaut
      *    d'adresse, listing courrier du jour
           select FichierNotifications assign to NomFichierNotifications
                organization is line sequential access sequential
                file status is FichierNotificationsStatus.

           select FichierNotifCourrier assign to NomFichierNotifCourrier
                organization is line sequential access sequential
                file status is FichierNotifCourrierStatus.

       77  FichierNotificationsStatus pic X(2).
       77  FichierNotifCourrierStatus pic X(2).
       77  NomFichierNotifications pic X(60).
       77  NomFichierNotifCourrier pic X(60).
       77  EnrLigneNotification    pic X(255).
       77  MontantEvenementDisplay pic Z(11)9.99.
       77  SoldeApresEvenement     pic Z(11)9.99.
       77  NetEvenementDisplay     pic Z(11)9.99.
      *    Adresse postale du souscripteur, pour l'avis courrier
       77  NoRueAvis               pic X(6).
       77  RueAvis                 pic X(30).
       77  CodePostalAvis          pic X(5).
       77  VilleAvis               pic X(25).

      *---------------------------------------------------------------
      * Modele de courrier AVIS en vigueur (cf FusionModele) pour
      * l'avis poste au listing courrier - sans modele, le listing
      * recoit l'enregistrement passerelle comme avant
      *---------------------------------------------------------------
       01  DemandeModele.
           05 ActionModeleDM       PIC X.
           05 TypeDocumentDM       PIC X(6).
           05 DateDocumentDM       PIC X(10).
           05 VersionModeleDM      PIC 9(3).
           05 NbLignesModeleDM     PIC 9(3).
           05 NoLigneModeleDM      PIC 9(3).
           05 LigneFusionDM        PIC X(255).
           05 LigneOmiseDM         PIC 9.
           05 BlocModeleDM         PIC X(15).
           05 NbChampsDM           PIC 99.
           05 ChampFusionDM        occurs 30.
              10 NomChampDM        PIC X(15).
              10 ValeurChampDM     PIC X(60).
           05 RetourDM             PIC 9.
       77  IndexLigneModele        pic 9(3).
       77  NomChampFusion          pic X(15).
       77  ValeurChampFusion       pic X(60).

       77  ContratsEOF             pic 9.
       77  NbContratsRenouveles    pic 9(5) value 0.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Archive des documents clients (cf ArchiveDocument) : chaque
      * avis de renouvellement envoye y est verse, quel que soit le
      * canal
      *---------------------------------------------------------------
       01  DemandeArchive.
           05 ActionArchiveDA      PIC X.
           05 TypeDocumentDA       PIC X(6).
           05 IdTiersDA            PIC 9(8).
           05 CodeProduitDA        PIC X(2).
           05 NoContratDA          PIC 9(8).
           05 DateDocumentDA       PIC X(10).
           05 ProgrammeDA          PIC X(30).
           05 OperateurDA          PIC X(8).
           05 VersionModeleDA      PIC 9(3) value 0.
           05 NoDocumentDA         PIC 9(8).
           05 NoLigneDA            PIC 9(5).
           05 LigneDA              PIC X(255).
           05 RetourDA             PIC 9.

      *---------------------------------------------------------------
      * Generation datee du jour de traitement des fichiers de sortie
      * (cf GenerationFichier) : nom de base dans NomBaseGN, nom de la
      * generation rendu dans NomGenerationGN
      *---------------------------------------------------------------
       01  DemandeGeneration.
           05 NomBaseGN            PIC X(30).
           05 ExtensionGN          PIC X(4).
           05 ProgrammeGN          PIC X(30).
           05 NomGenerationGN      PIC X(60).
           05 DateGenerationGN     PIC X(10).
           05 RetourGN             PIC 9.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".
                 PC.DureeContrat, PC.ValeurCourante,
                 COALESCE(PC.TaciteReconduction, 1),
                 T.Nom, T.Prenom, COALESCE(T.Courriel, ' '),
                 COALESCE(T.CourrielInvalide, 0),
                 COALESCE(T.NoRue, ' '), COALESCE(T.Rue, ' '),
                 COALESCE(T.CodePostal, ' '), COALESCE(T.Ville, ' ')
                From ProduitsClient PC, TiersSB T
                Where PC.EtatProduit = 4
                And T.IdTiers = PC.TiersSouscr
                   INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC,
                    :DureeContratPC, :ValeurCourantePC,
                    :TaciteRecondPC, :Nom, :Prenom, :Courriel,
                    :CourrielInvalideT, :NoRueAvis, :RueAvis,
                    :CodePostalAvis, :VilleAvis
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,NoPassage)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:NoPassageCB)
           END-EXEC.

      *---------------------------------------------------------------
      *  Avis de renouvellement au client - meme forme et memes
      *  fichiers que EcritNotificationClient dans Contrat_Epargne_Main
      *  (courriel si l'adresse est connue, sinon listing courrier, en
      *  lettre du modele AVIS quand il y en a un en vigueur)
      *---------------------------------------------------------------
       EcritNotificationRenouvellement.
           Move ValeurCourantePC to MontantEvenementDisplay
           end-string

           If Courriel of TiersSouscrBenef = spaces
               Move "NotificationsCourrier" to NomBaseGN
               Perform PrepareGeneration
               Move NomGenerationGN to NomFichierNotifCourrier
               open extend FichierNotifCourrier
               If FichierNotifCourrierStatus = "00"
                   Move 'C' to ActionModeleDM
                   Move "AVIS" to TypeDocumentDM
                   Move DateOperationOC to DateDocumentDM
                   Move 0 to NbChampsDM
                   Call 'FusionModele' using DemandeModele
                   If VersionModeleDM > 0
                       Perform AvisRenouvellementModele
                   else
                       Move EnrLigneNotification
                           to EnrFichierNotifCourrier
                       write EnrFichierNotifCourrier
                       Perform ArchiveAvisRenouvellement
                   end-if
                   close FichierNotifCourrier
               end-if
           else
               Move "Notifications" to NomBaseGN
               Perform PrepareGeneration
               Move NomGenerationGN to NomFichierNotifications
               open extend FichierNotifications
               If FichierNotificationsStatus = "00"
                   Move EnrLigneNotification to EnrFichierNotifications
                   write EnrFichierNotifications
                   close FichierNotifications
                   Perform ArchiveAvisRenouvellement
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Avis courrier du modele AVIS : memes champs de fusion que
      *  l'avis de Contrat_Epargne_Main (cf AvisCourrierModele) - NET
      *  reste vide, rien n'est regle lors d'une reconduction ; la
      *  lettre est ecrite au listing et archivee avec sa version
      *---------------------------------------------------------------
       AvisRenouvellementModele.
           Move spaces to ValeurChampFusion
           Move "DATE" to NomChampFusion
           Move DateOperationOC to ValeurChampFusion
           Perform AjouteChampFusion
           Move "NOM" to NomChampFusion
           Move Nom of TiersSouscrBenef to ValeurChampFusion
           Perform AjouteChampFusion
           Move "PRENOM" to NomChampFusion
           Move Prenom of TiersSouscrBenef to ValeurChampFusion
           Perform AjouteChampFusion
           Move "ADRESSE" to NomChampFusion
           String NoRueAvis ' ' RueAvis into ValeurChampFusion
           end-string
           Perform AjouteChampFusion
           Move "CODE_POSTAL" to NomChampFusion
           Move CodePostalAvis to ValeurChampFusion
           Perform AjouteChampFusion
           Move "VILLE" to NomChampFusion
           Move VilleAvis to ValeurChampFusion
           Perform AjouteChampFusion
           Move "CONTRAT" to NomChampFusion
           String CodeProduitOC ' ' NoContratOC
               into ValeurChampFusion
           end-string
           Perform AjouteChampFusion
           Move "EVENEMENT" to NomChampFusion
           Move "RENOUVELLEMENT" to ValeurChampFusion
           Perform AjouteChampFusion
           Move "MONTANT" to NomChampFusion
           Move MontantEvenementDisplay to ValeurChampFusion
           Perform AjouteChampFusion
           Move "SOLDE" to NomChampFusion
           Move SoldeApresEvenement to ValeurChampFusion
           Perform AjouteChampFusion
           Move "NET" to NomChampFusion
           Perform AjouteChampFusion

           Move 'O' to ActionArchiveDA
           Move "AVIS" to TypeDocumentDA
           Move 0 to IdTiersDA
           Move CodeProduitOC to CodeProduitDA
           Move NoContratOC to NoContratDA
           Move DateOperationOC to DateDocumentDA
           Move "RenouvellementContrats" to ProgrammeDA
           Move "BATCH" to OperateurDA
           Move VersionModeleDM to VersionModeleDA
           Call 'ArchiveDocument' using DemandeArchive

           Move 1 to IndexLigneModele
           Perform AvisRenouvLigneModele
               until IndexLigneModele > NbLignesModeleDM

           Move 'F' to ActionArchiveDA
           Call 'ArchiveDocument' using DemandeArchive
           Move 0 to VersionModeleDA.

       AvisRenouvLigneModele.
           Move 'L' to ActionModeleDM
           Move IndexLigneModele to NoLigneModeleDM
           Call 'FusionModele' using DemandeModele
           If BlocModeleDM = spaces and LigneOmiseDM = 0
               Move LigneFusionDM to EnrFichierNotifCourrier
               write EnrFichierNotifCourrier
               Move 'L' to ActionArchiveDA
               Move LigneFusionDM to LigneDA
               Call 'ArchiveDocument' using DemandeArchive
           end-if
           Add 1 to IndexLigneModele.

       AjouteChampFusion.
           If NbChampsDM < 30
               Add 1 to NbChampsDM
               Move NomChampFusion to NomChampDM(NbChampsDM)
               Move ValeurChampFusion to ValeurChampDM(NbChampsDM)
           end-if
           Move spaces to ValeurChampFusion.

       ArchiveAvisRenouvellement.
           Move 'O' to ActionArchiveDA
           Move "AVIS" to TypeDocumentDA
           Move 0 to IdTiersDA
           Move CodeProduitOC to CodeProduitDA
           Move NoContratOC to NoContratDA
           Move DateOperationOC to DateDocumentDA
           Move "RenouvellementContrats" to ProgrammeDA
           Move "BATCH" to OperateurDA
           Call 'ArchiveDocument' using DemandeArchive
           Move 'L' to ActionArchiveDA
           Move EnrLigneNotification to LigneDA
           Call 'ArchiveDocument' using DemandeArchive
           Move 'F' to ActionArchiveDA
           Call 'ArchiveDocument' using DemandeArchive.

      *    Generation du jour du fichier de sortie NomBaseGN, inscrite
      *    au registre et au manifeste a sa premiere ouverture
       PrepareGeneration.
           Move ".txt" to ExtensionGN
           Move "RenouvellementContrats" to ProgrammeGN
           Call 'GenerationFichier' using DemandeGeneration.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
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
               END-EXEC
           end-if.

