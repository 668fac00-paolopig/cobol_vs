                ORDER BY CodeProduit, NoContrat
           END-EXEC.

      *    Les virements retenus 'H' (IBAN change) attendent leur
      *    contre-appel : ils restent une sortie a prevoir
           EXEC SQL
               DECLARE OrdresPrev-Curseur CURSOR FOR
                Select SensOrdre, MontantOrdre, DateEmission
                From OrdresPaiement
                Where (StatutOrdre = 'E' OR StatutOrdre = 'T'
                 OR StatutOrdre = 'H')
                ORDER BY NoOrdre
           END-EXEC.

