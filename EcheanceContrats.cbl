      *---------------------------------------------------------------
       77  NumMoisEcheance         pic 9(6).
       77  NumMoisActuel           pic 9(6).
      *    Contrat recu par transfert entrant (cf TransfertsEntrants) :
      *    le terme court depuis l'ouverture d'origine, sauf s'il etait
      *    deja passe a l'arrivee des fonds - ou si le contrat a ete
      *    renouvele depuis : il repart alors de DateEffet
       01 DateAnterioriteContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77  NumMoisEffet            pic 9(6).
       77  ValeurContratDisplay    pic Z(9)9.99.
       77  TiersSouscrPCDisplay    pic Z(8)9.

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
               DECLARE ContratsTerme-Curseur CURSOR FOR
                Select PC.CodeProduit, PC.NoContrat, PC.TiersSouscr,
                 PC.DateEffet, PC.DureeContrat, PC.ValeurCourante,
                 T.Nom, T.Prenom,
                 COALESCE(PC.DateAnteriorite, PC.DateEffet)
                From ProduitsClient PC, TiersSB T
                Where PC.EtatProduit = 1
                And T.IdTiers = PC.TiersSouscr
           Move 0 to ContratsEOF.

           Perform DebutControleBatch.
           Move HorodatageBatch to PassageTaches.

           If BatchRefuse = 0
               open output FichierEcheances
               FETCH ContratsTerme-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC,
                    :DateEffetPC, :DureeContratPC, :ValeurCourantePC,
                    :Nom, :Prenom, :DateAnterioritePC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
                   Jour of DateEffetContratEpargne
               end-unstring

               unstring DateAnterioritePC delimited by '-' into
                   Annee of DateAnterioriteContrat
                   Mois of DateAnterioriteContrat
                   Jour of DateAnterioriteContrat
               end-unstring

               Compute NumMoisEffet =
                   Annee of DateEffetContratEpargne * 12
                   + Mois of DateEffetContratEpargne
               Compute NumMoisEcheance =
                   (Annee of DateAnterioriteContrat
                    + DureeContratPC) * 12
                   + Mois of DateAnterioriteContrat
               If NumMoisEcheance <= NumMoisEffet
                   Compute NumMoisEcheance =
                       (Annee of DateEffetContratEpargne
                        + DureeContratPC) * 12
                       + Mois of DateEffetContratEpargne
               end-if

               If NumMoisEcheance <= NumMoisActuel
                   Perform PasseContratEchu
                   Move EnrLigneEcheance to EnrFichierEcheances
                   write EnrFichierEcheances
               end-if

               Move "ECHEAN" to TypeTacheDT
               Move TiersSouscrPC to IdTiersDT
               Move CodeProduitPC to CodeProduitDT
               Move NoContratPC to NoContratDT
               Move spaces to ReferenceDT
               Move PassageTaches(1:10) to DateEcheanceDT
               Move 2 to PrioriteDT
               Move "Contrat arrive a terme - relance du client"
                   to LibelleDT
               Perform SignaleTache
           end-if.

      *---------------------------------------------------------------
      *  Corbeille des taches : relance du contrat passe echu ce
      *  passage ; le contrat sortant alors du curseur, la tache n'est
      *  pas close par absence mais quand le contrat a quitte l'etat
      *  echu (reglement du terme, rachat, prorogation)
      *---------------------------------------------------------------
       SignaleTache.
           Move 'S' to ActionTacheDT
           Move PassageTaches to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

       CloturePassageTaches.
           Move PassageTaches(1:10) to DateClotureTA
           Move "BATCH" to OperateurClotureTA
           Move "Condition levee - contrat sorti de l'etat echu"
               to CommentaireTA

           EXEC SQL
               UPDATE Taches
               SET EtatTache = 'A',
                   DateCloture = :DateClotureTA,
                   Commentaire = :CommentaireTA,
                   OperateurCloture = :OperateurClotureTA
               WHERE TypeTache = 'ECHEAN'
               AND EtatTache = 'O'
               AND NOT EXISTS
                   (SELECT PC.NoContrat FROM ProduitsClient PC
                    WHERE PC.CodeProduit = Taches.CodeProduit
                    AND PC.NoContrat = Taches.NoContrat
                    AND PC.EtatProduit = 4)
           END-EXEC.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
           end-if.

           If BatchRefuse = 0
               Perform CloturePassageTaches
               Perform FinControleBatch
           end-if.

