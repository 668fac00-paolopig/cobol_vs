                file status is FichierEpargneStatus.

      *    Tableau de bord mensuel de production : ouvertures,
      *    clotures, depots bruts, retraits bruts, transferts sortants,
      *    collecte nette et encours, par produit, par operateur, par
      *    agence titulaire
      *    et par region, avec colonnes de comparaison mois precedent
      *    et annee glissante
           select FichierTableauBord assign to
                "C:\fichiers-cobol\TableauBordProduction.txt"
                organization is line sequential access sequential
       77  NbClotures              pic 9(5).
       77  DepotsBruts             pic 9(13)v99.
       77  RetraitsBruts           pic 9(13)v99.
       77  TransfertsSortis       pic 9(13)v99.
       77  CollecteNette           pic S9(13)v99.
       77  EncoursProduit          pic 9(13)v99.
       77  MontantDisplayTB        pic Z(12)9.99.
       77  NbOperateursEdites      pic 9(3) value 0.
       77  CodeProduitTB           pic XX.
       77  OperateurTB             pic X(8).
      *    Mois deja photographie (cf PositionsFinMois) : l'encours de
      *    fin est la position de reference, sinon la valeur courante
       77  NbPhotosPeriode         pic 9(7) value 0.

      *---------------------------------------------------------------
      * Ventilation par agence titulaire du contrat (CodeAgence de
      * ProduitsClient) puis par region : le referentiel est lu trie
      * region puis agence, les lignes region sont la somme de leurs
      * agences, posees a chaque rupture. Les contrats sans agence
      * (anterieurs au referentiel, siege) ont leur propre ligne
      *---------------------------------------------------------------
       77  AgencesEOF              pic 9.
       77  NbAgencesEditees        pic 9(3) value 0.
       77  CodeAgenceTB            pic X(5).
       77  RegionEnCoursTB         pic X(20).
       77  CleVentilationTB        pic X(30).
       77  EncoursAgence           pic 9(13)v99.
       77  EncoursRegion           pic 9(13)v99.
       01  CumulsRegion.
           05 CumulRegionPeriode OCCURS 3 TIMES.
               10 NbOuverturesRegion  pic 9(5).
               10 NbCloturesRegion    pic 9(5).
               10 DepotsRegion        pic 9(13)v99.
               10 RetraitsRegion      pic 9(13)v99.
               10 TransfertsRegion    pic 9(13)v99.
       77  DepotsDisplayTB         pic Z(12)9.99.
       77  RetraitsDisplayTB       pic Z(12)9.99.
       77  TransfertsDisplayTB     pic Z(12)9.99.

      *---------------------------------------------------------------
      * Controle des passages batch : job de debut de mois pilote par
       procedure division.
      *---------------------------------------------------------------
      *  Mainline - tableau de bord mensuel de production : pour
      *  chaque produit, chaque operateur, puis chaque agence et
      *  chaque region du reseau, les agregats du mois de
      *  traitement compares au mois precedent et au meme mois de
      *  l'annee precedente - ouvertures (date d'effet), clotures
      *  (contrats clos dont le dernier mouvement tombe dans la
      *  periode), depots bruts ('S' + 'V'), retraits bruts ('R'),
      *  transferts sortants (les 'R' traces dans TransfertsSortants,
      *  qui ne sont pas des retraits du client), collecte nette, et
      *  encours de fin (produits, agences - la valeur courante du
      *  book, photographiee au passage)
      *---------------------------------------------------------------
       Debut.
           perform TableauBord-Init.
           If BatchRefuse = 0
               perform TableauBord-Produits
               perform TableauBord-Operateurs
               perform TableauBord-Agences
           end-if.
           perform TableauBord-Fin.
           goback.
                ORDER BY Operateur
           END-EXEC.

      *    Referentiel des agences, trie pour les ruptures de region
           EXEC SQL
               DECLARE AgencesProd-Curseur CURSOR FOR
                Select CodeAgence, Region
                From Agences
                ORDER BY Region, CodeAgence
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'

           Perform ConstruitPeriodes.

           Move PeriodeTraitement to PeriodePF
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbPhotosPeriode
               FROM PositionsFinMois
               WHERE Periode = :PeriodePF
           END-EXEC.

           If BatchRefuse = 0
               Perform DebutControleBatch
           end-if.
                       Move EnrLigneTableauBord
                           to EnrFichierTableauBord
                       write EnrFichierTableauBord
                       String "Cle;Periode;Ouvertures;Clotures;"
                           "DepotsBruts;RetraitsBruts;"
                           "TransfertsSortants;CollecteNette;EncoursFin"
                           delimited by size
                           into EnrFichierTableauBord
                       end-string
                       write EnrFichierTableauBord
                   when other
                       move 0 to FichierTableauBordOk
           Move CodeProduit of ligneProduit(IndexProduit)
               to CodeProduitTB

      *    Encours de fin : la valeur courante du book du produit,
      *    ou la photo de fin de mois quand elle existe
           Move 0 to EncoursProduit
           If NbPhotosPeriode > 0
               EXEC SQL
                   SELECT COALESCE(SUM(Valeur), 0)
                   INTO :EncoursProduit
                   FROM PositionsFinMois
                   WHERE (Periode = :PeriodePF
                   AND CodeProduit = :CodeProduitTB
                   AND EtatProduit <> '0')
               END-EXEC
           else
               EXEC SQL
                   SELECT COALESCE(SUM(ValeurCourante), 0)
                   INTO :EncoursProduit
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitTB
                   AND EtatProduit <> 0)
               END-EXEC
           end-if

           Move 1 to IndexPeriode
           Perform TableauBord-ProduitPeriode
               AND DateOperation LIKE :MotifRechercheTB)
           END-EXEC

      *    Retraits du client : les 'R' hors transferts sortants
           Move 0 to RetraitsBruts
           EXEC SQL
               SELECT COALESCE(SUM(OC.MontantOperation), 0)
               INTO :RetraitsBruts
               FROM OperationsCompte OC
               WHERE (OC.CodeProduit = :CodeProduitTB
               AND OC.TypeOperation = 'R'
               AND OC.DateOperation LIKE :MotifRechercheTB
               AND NOT EXISTS
                   (SELECT TS.NoOperation
                    FROM TransfertsSortants TS
                    WHERE TS.CodeProduit = OC.CodeProduit
                    AND TS.NoContrat = OC.NoContrat
                    AND TS.NoOperation = OC.NoOperation))
           END-EXEC

           Move 0 to TransfertsSortis
           EXEC SQL
               SELECT COALESCE(SUM(TS.MontantTransfere), 0)
               INTO :TransfertsSortis
               FROM TransfertsSortants TS
               WHERE (TS.CodeProduit = :CodeProduitTB
               AND TS.DateTransfert LIKE :MotifRechercheTB)
           END-EXEC

           Compute CollecteNette =
               DepotsBruts - RetraitsBruts - TransfertsSortis

           Perform EcritLigneProduit
           Add 1 to IndexPeriode.
               String EnrLigneTableauBord(1:45) ';' MontantDisplayTB
                   into EnrLigneTableauBord
               end-string
               Move TransfertsSortis to MontantDisplayTB
               String EnrLigneTableauBord(1:62) ';' MontantDisplayTB
                   into EnrLigneTableauBord
               end-string
               Move CollecteNette to CollecteDisplayTB
               String EnrLigneTableauBord(1:79) ';' CollecteDisplayTB
                   into EnrLigneTableauBord
               end-string
               If IndexPeriode = 1
                   Move EncoursProduit to MontantDisplayTB
                   String EnrLigneTableauBord(1:96)
                       ';' MontantDisplayTB
                       into EnrLigneTableauBord
                   end-string

           Move 0 to RetraitsBruts
           EXEC SQL
               SELECT COALESCE(SUM(OC.MontantOperation), 0)
               INTO :RetraitsBruts
               FROM OperationsCompte OC
               WHERE (OC.Operateur = :OperateurTB
               AND OC.TypeOperation = 'R'
               AND OC.DateOperation LIKE :MotifRechercheTB
               AND NOT EXISTS
                   (SELECT TS.NoOperation
                    FROM TransfertsSortants TS
                    WHERE TS.CodeProduit = OC.CodeProduit
                    AND TS.NoContrat = OC.NoContrat
                    AND TS.NoOperation = OC.NoOperation))
           END-EXEC

           Move 0 to TransfertsSortis
           EXEC SQL
               SELECT COALESCE(SUM(TS.MontantTransfere), 0)
               INTO :TransfertsSortis
               FROM TransfertsSortants TS
               WHERE (TS.Operateur = :OperateurTB
               AND TS.DateTransfert LIKE :MotifRechercheTB)
           END-EXEC

      *    Ouvertures signees par l'operateur (OperateurPC a la
               AND DateEffet LIKE :MotifRechercheTB)
           END-EXEC

           Compute CollecteNette =
               DepotsBruts - RetraitsBruts - TransfertsSortis

           If FichierTableauBordOk = 1
               String "OPERATEUR " OperateurTB
               String EnrLigneTableauBord(1:48) ';' MontantDisplayTB
                   into EnrLigneTableauBord
               end-string
               Move TransfertsSortis to MontantDisplayTB
               String EnrLigneTableauBord(1:65) ';' MontantDisplayTB
                   into EnrLigneTableauBord
               end-string
               Move CollecteNette to CollecteDisplayTB
               String EnrLigneTableauBord(1:82) ';' CollecteDisplayTB
                   into EnrLigneTableauBord
               end-string
               Move EnrLigneTableauBord to EnrFichierTableauBord

           Add 1 to IndexPeriode.

      *---------------------------------------------------------------
      *  Section agences et regions : trois lignes par agence du
      *  referentiel (production des contrats dont elle est
      *  titulaire), trois lignes region a chaque rupture, puis les
      *  contrats sans agence
      *---------------------------------------------------------------
       TableauBord-Agences.
           Move spaces to RegionEnCoursTB
           Perform RemiseAZeroCumulsRegion

           EXEC SQL
               OPEN AgencesProd-Curseur
           END-EXEC

           Move 0 to AgencesEOF
           Perform TableauBord-UneAgence until AgencesEOF = 1

           EXEC SQL
               CLOSE AgencesProd-Curseur
           END-EXEC

           If RegionEnCoursTB not = spaces
               Perform EcritLignesRegion
           end-if

           Move spaces to CodeAgenceTB
           Move "SANS AGENCE" to CleVentilationTB
           Perform TableauBord-AgencePeriodes.

       TableauBord-UneAgence.
           EXEC SQL
               FETCH AgencesProd-Curseur
                   INTO :CodeAgenceAG, :RegionAG
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to AgencesEOF
           else
               If RegionAG not = RegionEnCoursTB
                   If RegionEnCoursTB not = spaces
                       Perform EcritLignesRegion
                   end-if
                   Move RegionAG to RegionEnCoursTB
                   Perform RemiseAZeroCumulsRegion
               end-if

               Move CodeAgenceAG to CodeAgenceTB
               Move spaces to CleVentilationTB
               String "AGENCE " CodeAgenceTB
                   into CleVentilationTB
               end-string
               Perform TableauBord-AgencePeriodes
               Add EncoursAgence to EncoursRegion
               Add 1 to NbAgencesEditees
           end-if.

       TableauBord-AgencePeriodes.
      *    Encours de fin : valeur courante des contrats de l'agence,
      *    ou la photo de fin de mois quand elle existe
           Move 0 to EncoursAgence
           If NbPhotosPeriode > 0
               EXEC SQL
                   SELECT COALESCE(SUM(Valeur), 0)
                   INTO :EncoursAgence
                   FROM PositionsFinMois
                   WHERE (Periode = :PeriodePF
                   AND CodeAgence = :CodeAgenceTB
                   AND EtatProduit <> '0')
               END-EXEC
           else
               EXEC SQL
                   SELECT COALESCE(SUM(ValeurCourante), 0)
                   INTO :EncoursAgence
                   FROM ProduitsClient
                   WHERE (COALESCE(CodeAgence, ' ') = :CodeAgenceTB
                   AND EtatProduit <> 0)
               END-EXEC
           end-if

           Move 1 to IndexPeriode
           Perform TableauBord-AgencePeriode
               until IndexPeriode > 3.

       TableauBord-AgencePeriode.
           Move MotifPeriode(IndexPeriode) to MotifRechercheTB

           Move 0 to NbOuvertures
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbOuvertures
               FROM ProduitsClient
               WHERE (COALESCE(CodeAgence, ' ') = :CodeAgenceTB
               AND DateEffet LIKE :MotifRechercheTB)
           END-EXEC

           Move 0 to NbClotures
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbClotures
               FROM ProduitsClient PC
               WHERE COALESCE(PC.CodeAgence, ' ') = :CodeAgenceTB
               AND PC.EtatProduit = 0
               AND (SELECT MAX(OC.DateOperation)
                    FROM OperationsCompte OC
                    WHERE OC.CodeProduit = PC.CodeProduit
                    AND OC.NoContrat = PC.NoContrat)
                   LIKE :MotifRechercheTB
           END-EXEC

           Move 0 to DepotsBruts
           EXEC SQL
               SELECT COALESCE(SUM(OC.MontantOperation), 0)
               INTO :DepotsBruts
               FROM OperationsCompte OC, ProduitsClient PC
               WHERE OC.CodeProduit = PC.CodeProduit
               AND OC.NoContrat = PC.NoContrat
               AND COALESCE(PC.CodeAgence, ' ') = :CodeAgenceTB
               AND (OC.TypeOperation = 'S' OR OC.TypeOperation = 'V')
               AND OC.DateOperation LIKE :MotifRechercheTB
           END-EXEC

           Move 0 to RetraitsBruts
           EXEC SQL
               SELECT COALESCE(SUM(OC.MontantOperation), 0)
               INTO :RetraitsBruts
               FROM OperationsCompte OC, ProduitsClient PC
               WHERE OC.CodeProduit = PC.CodeProduit
               AND OC.NoContrat = PC.NoContrat
               AND COALESCE(PC.CodeAgence, ' ') = :CodeAgenceTB
               AND OC.TypeOperation = 'R'
               AND OC.DateOperation LIKE :MotifRechercheTB
               AND NOT EXISTS
                   (SELECT TS.NoOperation
                    FROM TransfertsSortants TS
                    WHERE TS.CodeProduit = OC.CodeProduit
                    AND TS.NoContrat = OC.NoContrat
                    AND TS.NoOperation = OC.NoOperation)
           END-EXEC

           Move 0 to TransfertsSortis
           EXEC SQL
               SELECT COALESCE(SUM(TS.MontantTransfere), 0)
               INTO :TransfertsSortis
               FROM TransfertsSortants TS, ProduitsClient PC
               WHERE TS.CodeProduit = PC.CodeProduit
               AND TS.NoContrat = PC.NoContrat
               AND COALESCE(PC.CodeAgence, ' ') = :CodeAgenceTB
               AND TS.DateTransfert LIKE :MotifRechercheTB
           END-EXEC

           Add NbOuvertures to NbOuverturesRegion(IndexPeriode)
           Add NbClotures to NbCloturesRegion(IndexPeriode)
           Add DepotsBruts to DepotsRegion(IndexPeriode)
           Add RetraitsBruts to RetraitsRegion(IndexPeriode)
           Add TransfertsSortis to TransfertsRegion(IndexPeriode)

           Move EncoursAgence to EncoursProduit
           Perform EcritLigneVentilation
           Add 1 to IndexPeriode.

      *---------------------------------------------------------------
      *  Trois lignes region (somme des agences de la region)
      *---------------------------------------------------------------
       EcritLignesRegion.
           Move spaces to CleVentilationTB
           String "REGION " RegionEnCoursTB
               into CleVentilationTB
           end-string
           Move EncoursRegion to EncoursProduit
           Move 1 to IndexPeriode
           Perform EcritUneLigneRegion
               until IndexPeriode > 3.

       EcritUneLigneRegion.
           Move NbOuverturesRegion(IndexPeriode) to NbOuvertures
           Move NbCloturesRegion(IndexPeriode) to NbClotures
           Move DepotsRegion(IndexPeriode) to DepotsBruts
           Move RetraitsRegion(IndexPeriode) to RetraitsBruts
           Move TransfertsRegion(IndexPeriode) to TransfertsSortis
           Perform EcritLigneVentilation
           Add 1 to IndexPeriode.

       RemiseAZeroCumulsRegion.
           Move 0 to EncoursRegion
           Move 1 to IndexPeriode
           Perform RemiseAZeroUneRegion
               until IndexPeriode > 3.

       RemiseAZeroUneRegion.
           Move 0 to NbOuverturesRegion(IndexPeriode)
           Move 0 to NbCloturesRegion(IndexPeriode)
           Move 0 to DepotsRegion(IndexPeriode)
           Move 0 to RetraitsRegion(IndexPeriode)
           Move 0 to TransfertsRegion(IndexPeriode)
           Add 1 to IndexPeriode.

      *---------------------------------------------------------------
      *  Ligne agence / region, memes colonnes que les lignes produit :
      *  la cle (le nom de region peut porter des blancs simples)
      *  s'arrete au premier double blanc
      *---------------------------------------------------------------
       EcritLigneVentilation.
           Compute CollecteNette =
               DepotsBruts - RetraitsBruts - TransfertsSortis

           If FichierTableauBordOk = 1
               Move DepotsBruts to DepotsDisplayTB
               Move RetraitsBruts to RetraitsDisplayTB
               Move TransfertsSortis to TransfertsDisplayTB
               Move CollecteNette to CollecteDisplayTB
               Move spaces to EnrLigneTableauBord
               If IndexPeriode = 1
                   Move EncoursProduit to MontantDisplayTB
                   String CleVentilationTB      delimited by "  "
                       ';' LibellePeriode(IndexPeriode)
                                                delimited by size
                       ';' NbOuvertures         delimited by size
                       ';' NbClotures           delimited by size
                       ';' DepotsDisplayTB      delimited by size
                       ';' RetraitsDisplayTB    delimited by size
                       ';' TransfertsDisplayTB  delimited by size
                       ';' CollecteDisplayTB    delimited by size
                       ';' MontantDisplayTB     delimited by size
                       into EnrLigneTableauBord
                   end-string
               else
                   String CleVentilationTB      delimited by "  "
                       ';' LibellePeriode(IndexPeriode)
                                                delimited by size
                       ';' NbOuvertures         delimited by size
                       ';' NbClotures           delimited by size
                       ';' DepotsDisplayTB      delimited by size
                       ';' RetraitsDisplayTB    delimited by size
                       ';' TransfertsDisplayTB  delimited by size
                       ';' CollecteDisplayTB    delimited by size
                       into EnrLigneTableauBord
                   end-string
               end-if
               Move EnrLigneTableauBord to EnrFichierTableauBord
               write EnrFichierTableauBord
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------

           Display " Tableau de bord " PeriodeTraitement " : "
               NbProduitsEdites " produit(s), "
               NbOperateursEdites " operateur(s), "
               NbAgencesEditees " agence(s)"
               " (rapport : TableauBordProduction.txt) ".

      *---------------------------------------------------------------
