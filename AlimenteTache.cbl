       program-id. AlimenteTache as
           "Contrat_Epargne_TS.AlimenteTache".

      *---------------------------------------------------------------
      * Corbeille des taches operateur partagee : chaque liste de
      * travail batch y signale ses cas (action 'S') au lieu de ne
      * produire qu'un fichier que chacun doit aller lire - une tache
      * deja ouverte sur la meme cle est rafraichie (echeance,
      * priorite, libelle, horodatage du passage), sinon elle est
      * creee non attribuee. En fin de passage complet (action 'F'),
      * les taches du type que le passage n'a plus vues sont closes
      * d'office : la condition a disparu. L'action 'L' clot une tache
      * des que la saisie en ligne leve la condition (piece pointee
      * recue...). La corbeille se consulte par GestionTaches dans
      * Contrat_Epargne_Main
      *---------------------------------------------------------------
       data division.
       working-storage section.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.
       01  DateJourTache.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77  DateJourTacheTxt        pic X(10).
       77  NoTacheExistante        pic 9(8).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".

       Linkage section.
       01 DemandeTache.
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

       procedure division using DemandeTache.
       Debut.
           Move 0 to RetourDT
           ACCEPT DateJourTache from date YYYYMMDD
           String Annee of DateJourTache '-'
               Mois of DateJourTache '-'
               Jour of DateJourTache into DateJourTacheTxt
           end-string

           Move TypeTacheDT to TypeTacheTA
           Move IdTiersDT to IdTiersTA
           Move CodeProduitDT to CodeProduitTA
           Move NoContratDT to NoContratTA
           Move ReferenceDT to ReferenceTA

           evaluate ActionTacheDT
               when 'S'
                   Perform SignaleTache
               when 'F'
                   Perform CloturePassageTaches
               when 'L'
                   Perform LeveeTache
               when other
                   Move 1 to RetourDT
           end-evaluate

           goback.

      *---------------------------------------------------------------
      *  Signalement d'un cas par un batch : rafraichit la tache
      *  ouverte de meme cle ou en cree une nouvelle, non attribuee -
      *  une tache deja prise garde son operateur
      *---------------------------------------------------------------
       SignaleTache.
           Move DateEcheanceDT to DateEcheanceTA
           Move PrioriteDT to PrioriteTA
           Move LibelleDT to LibelleTA
           Move PassageDT to DerniereDetectionTA
           If PassageDT not = spaces
               Move PassageDT(1:10) to DateCreationTA
           else
               Move DateJourTacheTxt to DateCreationTA
           end-if

           Move 0 to NoTacheExistante
           EXEC SQL
               SELECT MAX(NoTache)
               INTO :NoTacheExistante
               FROM Taches
               WHERE TypeTache = :TypeTacheTA
               AND IdTiers = :IdTiersTA
               AND CodeProduit = :CodeProduitTA
               AND NoContrat = :NoContratTA
               AND Reference = :ReferenceTA
               AND EtatTache = 'O'
           END-EXEC

           If SQLCODE not = 0
               Move 0 to NoTacheExistante
           end-if

           If NoTacheExistante > 0
               Move NoTacheExistante to NoTacheTA
               EXEC SQL
                   UPDATE Taches
                   SET DateEcheance = :DateEcheanceTA,
                       Priorite = :PrioriteTA,
                       Libelle = :LibelleTA,
                       DerniereDetection = :DerniereDetectionTA
                   WHERE NoTache = :NoTacheTA
               END-EXEC
           else
               EXEC SQL
                   SELECT COALESCE(MAX(NoTache), 0) + 1
                   INTO :NoTacheTA
                   FROM Taches
               END-EXEC

               Move spaces to AssigneTA
               Move 'O' to EtatTacheTA
               EXEC SQL
                   INSERT INTO Taches
                       (NoTache, TypeTache, IdTiers, CodeProduit,
                        NoContrat, Reference, Libelle, DateCreation,
                        DateEcheance, Priorite, Assigne, EtatTache,
                        DerniereDetection)
                   VALUES
                       (:NoTacheTA, :TypeTacheTA, :IdTiersTA,
                        :CodeProduitTA, :NoContratTA, :ReferenceTA,
                        :LibelleTA, :DateCreationTA, :DateEcheanceTA,
                        :PrioriteTA, :AssigneTA, :EtatTacheTA,
                        :DerniereDetectionTA)
               END-EXEC
           end-if

           If SQLCODE not = 0
               Move 1 to RetourDT
           end-if.

      *---------------------------------------------------------------
      *  Fin d'un passage complet : toute tache ouverte du type que ce
      *  passage n'a pas signalee est close d'office - a n'appeler que
      *  si le passage est alle a son terme, sans quoi des taches
      *  encore fondees seraient fermees a tort
      *---------------------------------------------------------------
       CloturePassageTaches.
           Move PassageDT to DerniereDetectionTA
           Move DateJourTacheTxt to DateClotureTA
           Move OperateurDT to OperateurClotureTA
           Move spaces to CommentaireTA
           String "Condition levee - plus signalee au passage du "
               PassageDT(1:10) delimited by size
               into CommentaireTA
           end-string

           EXEC SQL
               UPDATE Taches
               SET EtatTache = 'A',
                   DateCloture = :DateClotureTA,
                   Commentaire = :CommentaireTA,
                   OperateurCloture = :OperateurClotureTA
               WHERE TypeTache = :TypeTacheTA
               AND EtatTache = 'O'
               AND DerniereDetection <> :DerniereDetectionTA
           END-EXEC

           If SQLCODE not = 0 and SQLCODE not = 100
               Move 1 to RetourDT
           end-if.

      *---------------------------------------------------------------
      *  Condition levee en saisie : la tache ouverte de la cle est
      *  close sans attendre le prochain passage - Tiers a zero quand
      *  l'appelant ne le connait pas (la cle contrat suffit alors)
      *---------------------------------------------------------------
       LeveeTache.
           Move DateJourTacheTxt to DateClotureTA
           Move OperateurDT to OperateurClotureTA
           Move "Condition levee en saisie" to CommentaireTA

           EXEC SQL
               UPDATE Taches
               SET EtatTache = 'A',
                   DateCloture = :DateClotureTA,
                   Commentaire = :CommentaireTA,
                   OperateurCloture = :OperateurClotureTA
               WHERE TypeTache = :TypeTacheTA
               AND (IdTiers = :IdTiersTA OR :IdTiersTA = 0)
               AND CodeProduit = :CodeProduitTA
               AND NoContrat = :NoContratTA
               AND Reference = :ReferenceTA
               AND EtatTache = 'O'
           END-EXEC

           If SQLCODE not = 0 and SQLCODE not = 100
               Move 1 to RetourDT
           end-if.

       end program AlimenteTache.
