
      *    Releve mensuel des commissions : detail par operateur et
      *    par produit, sous-total par operateur, synthese de
      *    direction rapprochee de la production totale du mois,
      *    ventilation par agence et par region
           select FichierCommissions assign to
                "C:\fichiers-cobol\CommissionsOperateurs.txt"
                organization is line sequential access sequential
           05 CumulCommission OCCURS 200 TIMES.
             10 OperateurCumul     PIC X(8).
             10 CodeProduitCumul   PIC XX.
      *      Agence de rattachement de l'operateur (cf Operateurs)
             10 AgenceCumul        PIC X(5).
             10 NbOperationsCumul  PIC 9(5).
             10 ProductionCumul    PIC 9(13)V99.
             10 CommissionCumul    PIC 9(13)V99.
       77  MontantDisplayCO2       pic Z(12)9.99.
       77  NbOperationsDisplay     pic Z(4)9.

      *---------------------------------------------------------------
      * Ventilation de direction regionale : commissions rattachees a
      * l'agence de l'operateur qui a produit, sous-total a chaque
      * rupture de region (referentiel lu trie region puis agence),
      * operateurs sans agence (siege) sur leur propre ligne
      *---------------------------------------------------------------
       77  AgencesEOF              pic 9.
       77  RegionEnCoursCO         pic X(20).
       77  CleVentilationCO        pic X(30).
       77  AgenceVentilee          pic X(5).
       77  NbOperationsAgence      pic 9(5).
       77  ProductionAgence        pic 9(13)v99.
       77  CommissionAgence        pic 9(13)v99.
       77  NbOperationsRegion      pic 9(5).
       77  ProductionRegion        pic 9(13)v99.
       77  CommissionRegion        pic 9(13)v99.

      *---------------------------------------------------------------
      * Reprises de commission sur rachat precoce (cf
      * RepriseCommissions) : un contrat clos dans la fenetre de
                ORDER BY Operateur, CodeProduit
           END-EXEC.

      *    Referentiel des agences, trie pour les ruptures de region
           EXEC SQL
               DECLARE AgencesComm-Curseur CURSOR FOR
                Select CodeAgence, Region
                From Agences
                ORDER BY Region, CodeAgence
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Move NbCumulsComm to IndexCumulComm
               Move OperateurOC to OperateurCumul(IndexCumulComm)
               Move CodeProduitOC to CodeProduitCumul(IndexCumulComm)
               Perform RechercheAgenceOperateur
               Move CodeAgenceOT to AgenceCumul(IndexCumulComm)
               Move 0 to NbOperationsCumul(IndexCumulComm)
               Move 0 to ProductionCumul(IndexCumulComm)
               Move 0 to CommissionCumul(IndexCumulComm)
               Add MontantCommission to CommissionGenerale
           end-if.

      *    Agence de l'operateur, a blanc si inconnu ou non rattache
       RechercheAgenceOperateur.
           Move OperateurOC to CodeOperatOT
           Move spaces to CodeAgenceOT
           EXEC SQL
               SELECT COALESCE(CodeAgence, ' ')
               INTO :CodeAgenceOT
               FROM Operateurs
               WHERE CodeOperat = :CodeOperatOT
           END-EXEC
           If SQLCODE not = 0
               Move spaces to CodeAgenceOT
           end-if.

       RechercheCumulComm-Trt.
           if OperateurCumul(IndexCumulComm) = OperateurOC
            and CodeProduitCumul(IndexCumulComm) = CodeProduitOC
                       Move EnrLigneCommission to EnrFichierCommissions
                       write EnrFichierCommissions

      *                Ventilation par agence et par region
                       Perform EcritVentilationAgences

      *                Reprises du mois sur rachats precoces, en lignes
      *                negatives, puis cumul annee par operateur
                       Perform TraiteReprisesCommission
           write EnrFichierCommissions.


      *---------------------------------------------------------------
      *  Ventilation agences / regions : une ligne par agence du
      *  referentiel (somme des cumuls de ses operateurs), une ligne
      *  region a chaque rupture, puis les operateurs sans agence
      *---------------------------------------------------------------
       EcritVentilationAgences.
           move "VENTILATION PAR AGENCE ET PAR REGION"
               to EnrFichierCommissions
           write EnrFichierCommissions

           Move spaces to RegionEnCoursCO
           Move 0 to NbOperationsRegion
           Move 0 to ProductionRegion
           Move 0 to CommissionRegion

           EXEC SQL
               OPEN AgencesComm-Curseur
           END-EXEC

           Move 0 to AgencesEOF
           Perform EcritUneAgenceCommission until AgencesEOF = 1

           EXEC SQL
               CLOSE AgencesComm-Curseur
           END-EXEC

           If RegionEnCoursCO not = spaces
               Perform EcritLigneRegionCommission
           end-if

           Move spaces to AgenceVentilee
           Perform CumuleAgenceCommission
           Move "SANS AGENCE" to CleVentilationCO
           Perform EcritLigneVentilationCO.

       EcritUneAgenceCommission.
           EXEC SQL
               FETCH AgencesComm-Curseur
                   INTO :CodeAgenceAG, :RegionAG
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to AgencesEOF
           else
               If RegionAG not = RegionEnCoursCO
                   If RegionEnCoursCO not = spaces
                       Perform EcritLigneRegionCommission
                   end-if
                   Move RegionAG to RegionEnCoursCO
                   Move 0 to NbOperationsRegion
                   Move 0 to ProductionRegion
                   Move 0 to CommissionRegion
               end-if

               Move CodeAgenceAG to AgenceVentilee
               Perform CumuleAgenceCommission
               Add NbOperationsAgence to NbOperationsRegion
               Add ProductionAgence to ProductionRegion
               Add CommissionAgence to CommissionRegion

               Move spaces to CleVentilationCO
               String "AGENCE " AgenceVentilee
                   into CleVentilationCO
               end-string
               Perform EcritLigneVentilationCO
           end-if.

       CumuleAgenceCommission.
           Move 0 to NbOperationsAgence
           Move 0 to ProductionAgence
           Move 0 to CommissionAgence
           Move 1 to IndexCumulComm
           Perform CumuleAgenceCommission-Trt
               until IndexCumulComm > NbCumulsComm.

       CumuleAgenceCommission-Trt.
           If AgenceCumul(IndexCumulComm) = AgenceVentilee
               Add NbOperationsCumul(IndexCumulComm)
                   to NbOperationsAgence
               Add ProductionCumul(IndexCumulComm) to ProductionAgence
               Add CommissionCumul(IndexCumulComm) to CommissionAgence
           end-if
           Add 1 to IndexCumulComm.

       EcritLigneRegionCommission.
           Move NbOperationsRegion to NbOperationsAgence
           Move ProductionRegion to ProductionAgence
           Move CommissionRegion to CommissionAgence
           Move spaces to CleVentilationCO
           String "REGION " RegionEnCoursCO
               into CleVentilationCO
           end-string
           Perform EcritLigneVentilationCO.

      *    La cle (le nom de region peut porter des blancs simples)
      *    s'arrete au premier double blanc
       EcritLigneVentilationCO.
           Move NbOperationsAgence to NbOperationsDisplay
           Move ProductionAgence to MontantDisplayCO
           Move CommissionAgence to MontantDisplayCO2
           Move spaces to EnrLigneCommission
           String CleVentilationCO               delimited by "  "
               ';;' NbOperationsDisplay           delimited by size
               ';' MontantDisplayCO               delimited by size
               ';' MontantDisplayCO2              delimited by size
               into EnrLigneCommission
           end-string
           Move EnrLigneCommission to EnrFichierCommissions
           write EnrFichierCommissions.

      *---------------------------------------------------------------
      *  Reprises du mois : tout contrat clos dont le dernier mouvement
      *  tombe dans la periode, a l'interieur de la fenetre de reprise
