
      *---------------------------------------------------------------
      *  Dix annees revolues : la valeur part a la Caisse des Depots -
      *  ligne du fichier de remise, operation 'R' de sortie (pas un
      *  rachat imposable : part de plus-value et abattement a zero,
      *  ExtraitFiscalIFU ne la declare pas), contrat clos et dossier
      *  marque transfere
      *---------------------------------------------------------------
       TransfereContratCDC.
           Move 1 to TransfertOk
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,NoPassage
                   ,PartPlusValue
                   ,AbattementFiscal)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:NoPassageCB
                   ,0
                   ,0)
           END-EXEC

           If SQLCODE <> 0
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

