           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Corbeille des taches operateur (cf AlimenteTache) : chaque cas
      * de la liste y est signale, et les taches que ce passage ne voit
      * plus y sont closes d'office en fin de job
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
       77  PassageTaches           pic X(19).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".
           EXEC SQL
               DECLARE PiecesManquantes-Curseur CURSOR FOR
                Select PD.CodeProduit, PD.NoContrat, PD.CodePiece,
                 PC.DateEffet, PC.EtatProduit, PC.TiersSouscr
                From PiecesContrat PD, ProduitsClient PC
                Where PD.Recue = 0
                And PC.CodeProduit = PD.CodeProduit
               Mois of DateOperationContrat into PeriodeTraitement
           end-string
           Perform DebutControleBatch.
           Move HorodatageBatch to PassageTaches.

           EXEC SQL
               OPEN PiecesManquantes-Curseur
           EXEC SQL
               FETCH PiecesManquantes-Curseur
                   INTO :CodeProduitPD, :NoContratPD, :CodePiecePD,
                    :DateEffetPC, :EtatProduitPC, :TiersSouscrPC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move EnrLigneManquante to EnrFichierManquantes
               write EnrFichierManquantes
               Add 1 to NbPiecesManquantes

      *        Tache par piece : prioritaire tant que le contrat
      *        attend son dossier pour passer actif
               Move "PIECE" to TypeTacheDT
               Move TiersSouscrPC to IdTiersDT
               Move CodeProduitPD to CodeProduitDT
               Move NoContratPD to NoContratDT
               Move CodePiecePD to ReferenceDT
               Move PassageTaches(1:10) to DateEcheanceDT
               If EtatProduitPC = '1'
                   Move 2 to PrioriteDT
               else
                   Move 1 to PrioriteDT
               end-if
               Move spaces to LibelleDT
               String "Piece manquante : " LibellePieceDisplay
                   delimited by size into LibelleDT
               end-string
               Perform SignaleTache
           end-if.

      *---------------------------------------------------------------
      *  Corbeille des taches : signalement du cas courant (type, cle,
      *  echeance, priorite et libelle poses par l'appelant), puis en
      *  fin de passage complet cloture des taches PIECE levees
      *---------------------------------------------------------------
       SignaleTache.
           Move 'S' to ActionTacheDT
           Move PassageTaches to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

       CloturePassageTaches.
           Move 'F' to ActionTacheDT
           Move "PIECE" to TypeTacheDT
           Move PassageTaches to PassageDT
           Move "BATCH" to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
           END-EXEC.

           If FichierManquantesOk = 1
               Perform CloturePassageTaches
               close FichierManquantes
           end-if.

