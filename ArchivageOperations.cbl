       77  DernierTypePrincipal    pic X.
       77  TypeOrigineArchive      pic X.
       77  TypeParentArchive       pic X.
       77  NatureOrigineArchive    pic X.
       77  NoOperationParent       pic 9(8).
       77  PremierNoOperation      pic 9(8).
      *    Garde-fous du contrat en cours : copie d'archive en echec
                Select NoOperation, TypeOperation, MontantOperation,
                 DateOperation, COALESCE(Operateur, ' '),
                 COALESCE(NoOperationOrigine, 0),
                 COALESCE(DateValeur, ' '), COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
                       INTO :NoOperationOC, :TypeOperationOC,
                        :MontantOperationOC, :DateOperationOC,
                        :OperateurOC, :NoOperationOrigineOC,
                        :DateValeurOC, :NatureFraisOC
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
           Move NoOperationOrigineOC to NoOperationOrigineOA
           Move DateValeurOC to DateValeurOA
           Move Annee of DateOperationContrat to AnneeArchivageOA
           Move NatureFraisOC to NatureFraisOA

           EXEC SQL
               INSERT INTO OperationsArchive
                   (CodeProduit, NoContrat, NoOperation,
                    TypeOperation, MontantOperation, DateOperation,
                    Operateur, NoOperationOrigine, DateValeur,
                    AnneeArchivage, NatureFrais)
               VALUES
                   (:CodeProduitOA, :NoContratOA, :NoOperationOA,
                    :TypeOperationOA, :MontantOperationOA,
                    :DateOperationOA, :OperateurOA,
                    :NoOperationOrigineOA, :DateValeurOA,
                    :AnneeArchivageOA, :NatureFraisOA)
           END-EXEC

           If SQLCODE <> 0
               When 'I'
                   Add MontantOperationOC to SoldeReport
                   Move 'I' to DernierTypePrincipal
               When 'B'
                   Add MontantOperationOC to SoldeReport
                   Move 'B' to DernierTypePrincipal
               When 'D'
                   Add MontantOperationOC to SoldeReport
                   Move 'D' to DernierTypePrincipal
               When 'C'
                   Add MontantOperationOC to SoldeReport
                   Move 'C' to DernierTypePrincipal
               When 'P'
                   Subtract MontantOperationOC from SoldeReport
                   Move 'P' to DernierTypePrincipal
               When 'F'
                   If DernierTypePrincipal = 'R'
                   and NatureFraisOC not = 'G'
                       Add MontantOperationOC to SoldeReport
                   else
                       Subtract MontantOperationOC from SoldeReport

       CumuleExtourneReport.
           Move space to TypeOrigineArchive
           Move space to NatureOrigineArchive
           EXEC SQL
               SELECT TypeOperation, COALESCE(NatureFrais, ' ')
               INTO :TypeOrigineArchive, :NatureOrigineArchive
               FROM OperationsArchive
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
                   Subtract MontantOperationOC from SoldeReport
               When 'I'
                   Subtract MontantOperationOC from SoldeReport
               When 'B'
                   Subtract MontantOperationOC from SoldeReport
               When 'D'
                   Subtract MontantOperationOC from SoldeReport
               When 'C'
                   Subtract MontantOperationOC from SoldeReport
               When 'R'
                   Add MontantOperationOC to SoldeReport
               When 'P'
                       FROM OperationsArchive
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC
                       AND NoOperation =
                           (SELECT MAX(NoOperation)
                            FROM OperationsArchive
                            WHERE CodeProduit = :CodeProduitOC
                            AND NoContrat = :NoContratOC
                            AND NoOperation <= :NoOperationParent
                            AND TypeOperation <> 'F'))
                   END-EXEC
                   If TypeParentArchive = 'R'
                   and NatureOrigineArchive not = 'G'
                       Subtract MontantOperationOC from SoldeReport
                   else
                       Add MontantOperationOC to SoldeReport
