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
           Move 0 to ContratsEOF.

           Perform DebutControleBatch.
           Move HorodatageBatch to PassageTaches.

           If BatchRefuse = 0
               open output FichierMandats
                       end-string
                       Move EnrLigneMandat to EnrFichierMandats
                       write EnrFichierMandats

      *                Prelevements bloques tant que le mandat manque
                       Move "MANDAT" to TypeTacheDT
                       Move TiersSouscrPC to IdTiersDT
                       Move CodeProduitPC to CodeProduitDT
                       Move NoContratPC to NoContratDT
                       Move spaces to ReferenceDT
                       Move PassageTaches(1:10) to DateEcheanceDT
                       Move 1 to PrioriteDT
                       Move "Versements programmes sans mandat actif"
                           to LibelleDT
                       Perform SignaleTache
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Corbeille des taches : signalement du cas courant (type, cle,
      *  echeance, priorite et libelle poses par l'appelant), puis en
      *  fin de passage complet cloture des taches MANDAT levees
      *---------------------------------------------------------------
       SignaleTache.
           Move 'S' to ActionTacheDT
           Move PassageTaches to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

       CloturePassageTaches.
           Move 'F' to ActionTacheDT
           Move "MANDAT" to TypeTacheDT
           Move PassageTaches to PassageDT
           Move "BATCH" to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
           END-EXEC.

           If FichierMandatsOk = 1
               Perform CloturePassageTaches
               close FichierMandats
           end-if.

