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
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.
           Move HorodatageBatch to PassageTaches.

           EXEC SQL
               OPEN PiecesExpirantes-Curseur
               Move EnrLigneExpiration to EnrFichierExpirations
               write EnrFichierExpirations
               Add 1 to NbPiecesSignalees

      *        Tache de re-papierage : haute priorite si la piece est
      *        deja expiree
               Move "IDEXP" to TypeTacheDT
               Move IdTiers of TiersSouscrBenef to IdTiersDT
               Move spaces to CodeProduitDT
               Move 0 to NoContratDT
               Move spaces to ReferenceDT
               Move DateExpirPieceT of TiersSouscrBenef
                   to DateEcheanceDT
               If DateExpirPieceT of TiersSouscrBenef
                   < PassageTaches(1:10)
                   Move 1 to PrioriteDT
               else
                   Move 2 to PrioriteDT
               end-if
               Move spaces to LibelleDT
               String "Piece d'identite expirant le "
                   DateExpirPieceT of TiersSouscrBenef
                   delimited by size into LibelleDT
               end-string
               Perform SignaleTache
           end-if.

      *---------------------------------------------------------------
      *  Corbeille des taches : signalement du cas courant (type, cle,
      *  echeance, priorite et libelle poses par l'appelant), puis en
      *  fin de passage complet cloture des taches IDEXP levees
      *---------------------------------------------------------------
       SignaleTache.
           Move 'S' to ActionTacheDT
           Move PassageTaches to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

       CloturePassageTaches.
           Move 'F' to ActionTacheDT
           Move "IDEXP" to TypeTacheDT
           Move PassageTaches to PassageDT
           Move "BATCH" to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
           END-EXEC.

           If FichierExpirationsOk = 1
               Perform CloturePassageTaches
               close FichierExpirations
           end-if.

