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
           end-string.

           Perform DebutControleBatch.
           Move HorodatageBatch to PassageTaches.

           EXEC SQL
               OPEN TiersQualite-Curseur
                       to PrenomTravail(NbLignesTravail)
                   Move ScoreTiers to ScoreTravail(NbLignesTravail)
               end-if

      *        Tache de correction : la priorite suit le score
               If ScoreTiers > 0
                   Move "QUALIT" to TypeTacheDT
                   Move IdTiers of TiersSouscrBenef to IdTiersDT
                   Move spaces to CodeProduitDT
                   Move 0 to NoContratDT
                   Move spaces to ReferenceDT
                   Move PassageTaches(1:10) to DateEcheanceDT
                   evaluate true
                       when ScoreTiers > 2
                           Move 1 to PrioriteDT
                       when ScoreTiers = 2
                           Move 2 to PrioriteDT
                       when other
                           Move 3 to PrioriteDT
                   end-evaluate
                   Move spaces to LibelleDT
                   String "Fiche Tiers a corriger - " ScoreTiers
                       " anomalie(s)" delimited by size into LibelleDT
                   end-string
                   Perform SignaleTache
               end-if
           end-if.

      *---------------------------------------------------------------
               write EnrFichierQualite
           end-if.

      *---------------------------------------------------------------
      *  Corbeille des taches : signalement du cas courant (type, cle,
      *  echeance, priorite et libelle poses par l'appelant), puis en
      *  fin de passage complet cloture des taches QUALIT levees
      *---------------------------------------------------------------
       SignaleTache.
           Move 'S' to ActionTacheDT
           Move PassageTaches to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

       CloturePassageTaches.
           Move 'F' to ActionTacheDT
           Move "QUALIT" to TypeTacheDT
           Move PassageTaches to PassageDT
           Move "BATCH" to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

      *---------------------------------------------------------------
      *  Fermeture : compteurs par regle, tri de la reserve de travail
      *  (score decroissant) et edition de la liste priorisee
               close FichierTravailQualite
           end-if.

           If NbTiersProfiles > 0
               Perform CloturePassageTaches
           end-if.

           Perform FinControleBatch.

           EXEC SQL
