       77  DernierTypePrincipal    pic X.
       77  TypeOrigineControle     pic X.
       77  TypeParentControle      pic X.
       77  NatureOrigineControle   pic X.
       77  NoOperationParent       pic 9(8).
       77  EcartControle           pic S9(12)v99.
       77  SauterProchainFrais     pic 9.
               DECLARE OperationsControle-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation,
                 COALESCE(NoOperationOrigine, 0),
                 COALESCE(StatutReglement, ' '),
                 COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC)
                   FETCH OperationsControle-Curseur
                       INTO :NoOperationOC, :TypeOperationOC,
                        :MontantOperationOC, :NoOperationOrigineOC,
                        :StatutReglementOC, :NatureFraisOC
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
               When 'I'
                   Add MontantOperationOC to SoldeRecalcule
                   Move 'I' to DernierTypePrincipal
               When 'B'
                   Add MontantOperationOC to SoldeRecalcule
                   Move 'B' to DernierTypePrincipal
               When 'D'
                   Add MontantOperationOC to SoldeRecalcule
                   Move 'D' to DernierTypePrincipal
               When 'C'
                   Add MontantOperationOC to SoldeRecalcule
                   Move 'C' to DernierTypePrincipal
               When 'P'
                   Subtract MontantOperationOC from SoldeRecalcule
                   Move 'P' to DernierTypePrincipal
               When 'F'
      *            La fiscalite d'un rachat reduit la sortie (credit),
      *            les frais d'une souscription ou d'un versement
      *            reduisent l'entree (debit) ; les frais de gestion
      *            annuels (NatureFrais 'G') debitent toujours
                   If DernierTypePrincipal = 'R'
                   and NatureFraisOC not = 'G'
                       Add MontantOperationOC to SoldeRecalcule
                   else
                       Subtract MontantOperationOC from SoldeRecalcule
      *---------------------------------------------------------------
       RejoueExtourne.
           Move space to TypeOrigineControle
           Move space to NatureOrigineControle
           EXEC SQL
               SELECT TypeOperation, COALESCE(NatureFrais, ' ')
               INTO :TypeOrigineControle, :NatureOrigineControle
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
                   Subtract MontantOperationOC from SoldeRecalcule
               When 'I'
                   Subtract MontantOperationOC from SoldeRecalcule
               When 'B'
                   Subtract MontantOperationOC from SoldeRecalcule
               When 'D'
                   Subtract MontantOperationOC from SoldeRecalcule
               When 'C'
                   Subtract MontantOperationOC from SoldeRecalcule
               When 'R'
                   Add MontantOperationOC to SoldeRecalcule
               When 'P'
                       FROM OperationsCompte
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC
                       AND NoOperation =
                           (SELECT MAX(NoOperation)
                            FROM OperationsCompte
                            WHERE CodeProduit = :CodeProduitOC
                            AND NoContrat = :NoContratOC
                            AND NoOperation <= :NoOperationParent
                            AND TypeOperation <> 'F'))
                   END-EXEC
                   If TypeParentControle = 'R'
                   and NatureOrigineControle not = 'G'
                       Subtract MontantOperationOC from SoldeRecalcule
                   else
                       Add MontantOperationOC to SoldeRecalcule
