       program-id. ArchiveDocument as
           "Contrat_Epargne_TS.ArchiveDocument".

      *---------------------------------------------------------------
      * Archive des documents clients : tout programme qui produit un
      * document pour le client (certificat, decompte, avis, situation,
      * releve annuel...) l'ouvre ici (action 'O', numero definitif
      * rendu dans NoDocumentDA), y verse chaque ligne telle qu'il
      * l'ecrit dans son fichier (action 'L'), puis le ferme (action
      * 'F', nombre de lignes). Le document se retrouve ensuite par
      * Tiers ou par contrat et se reimprime a l'identique depuis
      * ArchiveDocuments dans Contrat_Epargne_Main. Un document dont
      * l'ouverture a echoue (NoDocumentDA a zero) ignore les lignes.
      * VersionModeleDA porte la version du modele de courrier qui a
      * servi au libelle (cf FusionModele), zero pour un libelle tenu
      * par le programme lui-meme
      *---------------------------------------------------------------
       data division.
       working-storage section.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.
       01  DateJourDocument.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".

       Linkage section.
       01 DemandeArchive.
           05 ActionArchiveDA      PIC X.
           05 TypeDocumentDA       PIC X(6).
           05 IdTiersDA            PIC 9(8).
           05 CodeProduitDA        PIC X(2).
           05 NoContratDA          PIC 9(8).
           05 DateDocumentDA       PIC X(10).
           05 ProgrammeDA          PIC X(30).
           05 OperateurDA          PIC X(8).
           05 VersionModeleDA      PIC 9(3).
           05 NoDocumentDA         PIC 9(8).
           05 NoLigneDA            PIC 9(5).
           05 LigneDA              PIC X(255).
           05 RetourDA             PIC 9.

       procedure division using DemandeArchive.
       Debut.
           Move 0 to RetourDA

           evaluate ActionArchiveDA
               when 'O'
                   Perform OuvreDocument
               when 'L'
                   Perform AjouteLigneDocument
               when 'F'
                   Perform FermeDocument
               when other
                   Move 1 to RetourDA
           end-evaluate

           goback.

      *---------------------------------------------------------------
      *  Ouverture : numero suivant, Tiers du contrat quand l'appelant
      *  ne le connait pas (souscripteur), date du jour a defaut de la
      *  date de traitement de l'appelant
      *---------------------------------------------------------------
       OuvreDocument.
           Move 0 to NoDocumentDA
           Move 0 to NoLigneDA

           If DateDocumentDA = spaces
               ACCEPT DateJourDocument from date YYYYMMDD
               String Annee of DateJourDocument '-'
                   Mois of DateJourDocument '-'
                   Jour of DateJourDocument into DateDocumentDA
               end-string
           end-if

           If IdTiersDA = 0 and NoContratDA not = 0
               Move CodeProduitDA to CodeProduitPC
               Move NoContratDA to NoContratPC
               EXEC SQL
                   SELECT TiersSouscr
                   INTO :TiersSouscrPC
                   FROM ProduitsClient
                   WHERE CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC
               END-EXEC
               If SQLCODE = 0
                   Move TiersSouscrPC to IdTiersDA
               end-if
           end-if

           EXEC SQL
               SELECT COALESCE(MAX(NoDocument), 0) + 1
               INTO :NoDocumentDO
               FROM DocumentsClient
           END-EXEC

           If SQLCODE not = 0
               Move 1 to RetourDA
           else
               Move TypeDocumentDA to TypeDocumentDO
               Move IdTiersDA to IdTiersDO
               Move CodeProduitDA to CodeProduitDO
               Move NoContratDA to NoContratDO
               Move DateDocumentDA to DateDocumentDO
               Move ProgrammeDA to ProgrammeDO
               Move OperateurDA to OperateurDO
               Move 0 to NbLignesDO
               Move 0 to NbReimpressionsDO
               Move VersionModeleDA to VersionModeleDO
               EXEC SQL
                   INSERT INTO DocumentsClient
                       (NoDocument, TypeDocument, IdTiers, CodeProduit,
                        NoContrat, DateDocument, Programme, Operateur,
                        NbLignes, NbReimpressions, VersionModele)
                   VALUES
                       (:NoDocumentDO, :TypeDocumentDO, :IdTiersDO,
                        :CodeProduitDO, :NoContratDO, :DateDocumentDO,
                        :ProgrammeDO, :OperateurDO, :NbLignesDO,
                        :NbReimpressionsDO, :VersionModeleDO)
               END-EXEC
               If SQLCODE not = 0
                   Move 1 to RetourDA
               else
                   Move NoDocumentDO to NoDocumentDA
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Une ligne du document, dans l'ordre d'ecriture
      *---------------------------------------------------------------
       AjouteLigneDocument.
           If NoDocumentDA not = 0
               Add 1 to NoLigneDA
               Move NoDocumentDA to NoDocumentLD
               Move NoLigneDA to NoLigneLD
               Move LigneDA to TexteLigneLD
               EXEC SQL
                   INSERT INTO LignesDocument
                       (NoDocument, NoLigne, TexteLigne)
                   VALUES
                       (:NoDocumentLD, :NoLigneLD, :TexteLigneLD)
               END-EXEC
               If SQLCODE not = 0
                   Move 1 to RetourDA
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Fermeture : nombre de lignes archivees
      *---------------------------------------------------------------
       FermeDocument.
           If NoDocumentDA not = 0
               Move NoDocumentDA to NoDocumentDO
               Move NoLigneDA to NbLignesDO
               EXEC SQL
                   UPDATE DocumentsClient
                   SET NbLignes = :NbLignesDO
                   WHERE NoDocument = :NoDocumentDO
               END-EXEC
               If SQLCODE not = 0
                   Move 1 to RetourDA
               end-if
           end-if.

       end program ArchiveDocument.
