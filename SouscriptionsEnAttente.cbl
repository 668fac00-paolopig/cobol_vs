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
                And PC.ValeurCourante = 0
                And T.IdTiers = PC.TiersSouscr
                And PC.DateEffet <= :DateLimiteAttente
      *>  Transferts entrants : fonds attendus de l'etablissement
      *>  d'origine, suivis par TransfertsEnAttente
                And Not Exists (Select 1 From TransfertsEntrants TE
                 Where TE.CodeProduit = PC.CodeProduit
                 And TE.NoContrat = PC.NoContrat
                 And TE.EtatTransfert = 'A')
                ORDER BY PC.DateEffet, PC.CodeProduit, PC.NoContrat
           END-EXEC.

               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.
           Move HorodatageBatch to PassageTaches.

           EXEC SQL
               OPEN AttenteFonds-Curseur
               Move EnrLigneAttente to EnrFichierAttentes
               write EnrFichierAttentes
               Add 1 to NbAttentesSignalees

               Move "SOUSCR" to TypeTacheDT
               Move TiersSouscrPC to IdTiersDT
               Move CodeProduitPC to CodeProduitDT
               Move NoContratPC to NoContratDT
               Move spaces to ReferenceDT
               Move PassageTaches(1:10) to DateEcheanceDT
               Move 2 to PrioriteDT
               Move spaces to LibelleDT
               String "Souscription sans fonds depuis le " DateEffetPC
                   delimited by size into LibelleDT
               end-string
               Perform SignaleTache
           end-if.

      *---------------------------------------------------------------
      *  Corbeille des taches : signalement du cas courant (type, cle,
      *  echeance, priorite et libelle poses par l'appelant), puis en
      *  fin de passage complet cloture des taches SOUSCR levees
      *---------------------------------------------------------------
       SignaleTache.
           Move 'S' to ActionTacheDT
           Move PassageTaches to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

       CloturePassageTaches.
           Move 'F' to ActionTacheDT
           Move "SOUSCR" to TypeTacheDT
           Move PassageTaches to PassageDT
           Move "BATCH" to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
           END-EXEC.

           If FichierAttentesOk = 1
               Perform CloturePassageTaches
               close FichierAttentes
           end-if.

