           Move 0 to ArrerageDejaPose
           Move 0 to NbOperationsPeriode

      *    Une ligne deja extournee (extourne de passage, cf
      *    ExtournePassage) ne compte plus : le job se relance
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbOperationsPeriode
               FROM OperationsCompte OC
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND TypeOperation = 'R'
               AND DateOperation LIKE :PeriodeRecherche
               AND (Operateur IS NULL OR Operateur = ' ')
               AND NOT EXISTS
                   (SELECT X.NoOperation
                    FROM OperationsCompte X
                    WHERE X.CodeProduit = OC.CodeProduit
                    AND X.NoContrat = OC.NoContrat
                    AND X.TypeOperation = 'X'
                    AND X.NoOperationOrigine = OC.NoOperation))
           END-EXEC

           If NbOperationsPeriode > 0
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
                       (NoOrdre, CodeProduit, NoContrat, IdTiers,
                        SensOrdre, MontantOrdre, DateEmission,
                        StatutOrdre, DateStatut, Iban, Bic,
                        NomTiers, PrenomTiers, Libelle, NoPassage)
                   VALUES
                       (:NoOrdreOP, :CodeProduitOP, :NoContratOP,
                        :IdTiersOP, :SensOrdreOP, :MontantOrdreOP,
                        :DateEmissionOP, :StatutOrdreOP,
                        :DateStatutOP, :IbanOP, :BicOP,
                        :NomTiersOP, :PrenomTiersOP, :LibelleOP,
                        :NoPassageCB)
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

