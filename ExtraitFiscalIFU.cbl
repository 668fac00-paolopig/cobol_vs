       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
       77  OperationsEOF           pic 9.
       77  NbTiersDeclares         pic 9(5) value 0.
       77  NbTiersDispenses        pic 9(5) value 0.
       77  NbEntitesDeclarees      pic 9(5) value 0.

      *---------------------------------------------------------------
      * Annee declaree : l'annee civile precedant le passage (le job
       77  PrelSocTiersIFU         pic 9(12)v99.
       77  RachatsTiersIFU         pic 9(12)v99.
       77  FiscRachatsTiersIFU     pic 9(12)v99.
      *    Rachats : seule la plus-value imposable est declaree, part de
      *    plus-value de la ligne 'R' moins l'abattement d'anciennete
      *    impute (un rachat pose avant la ventilation compte pour son
      *    montant brut)
       77  PlusValueImposableIFU   pic 9(12)v99.
       77  DernierTypePrincipal    pic X.
       77  TypeOperationOrigine    pic X.
       77  TypeOperationParent     pic X.
           05 PrenomIFUFixe        PIC X(25).
           05 InteretsIFUFixe      PIC 9(12).
           05 PrelSocIFUFixe       PIC 9(12).
      *    Plus-value imposable des rachats (cf
      *    CalculPlusValueImposableIFU), pas leur montant brut
           05 RachatsIFUFixe       PIC 9(12).
           05 FiscRachatsIFUFixe   PIC 9(12).
      *    Dispense de prelevement forfaitaire valable pour l'annee
      *    declaree ('O'/'N', cf MaintenanceTiers-Dispense) : la
      *    declaration colle ainsi a ce qui a reellement ete preleve
           05 DispenseIFUFixe      PIC X.
      *    Nature du beneficiaire des revenus : 'P' personne physique,
      *    'M' personne morale - identifiee par son SIREN et sa raison
      *    sociale complete (prenom a blanc), sans dispense possible
           05 TypeBenefIFUFixe     PIC X.
           05 SirenIFUFixe         PIC X(9).
           05 RaisonSocialeIFUFixe PIC X(40).
       77  MontantCentimes         PIC 9(12).
       77  MontantTravailIFU       PIC 9(10)V99.
       77  MontantDisplayIFU       PIC Z(11)9.99.
      *---------------------------------------------------------------
      *  Mainline - extrait fiscal annuel (IFU) : pour chaque Tiers
      *  souscripteur, cumul sur l'annee declaree des interets 'I',
      *  des prelevements sociaux 'P', de la plus-value imposable des
      *  rachats 'R' (apres abattement) et de leur fiscalite ('F'
      *  suivant un rachat), tous contrats confondus -
      *  fichier de declaration en format fixe + listing de controle
      *  par produit a rapprocher du rapport de portefeuille
      *---------------------------------------------------------------
                ORDER BY TiersSouscr
           END-EXEC.

      *    Part de plus-value d'une ligne 'R' : celle enregistree au
      *    rachat - zero sur les sorties non imposables (transfert
      *    sortant, succession, Caisse des Depots) ; le debit d'un
      *    transfert interne (cf TransfertsContrat) n'est pas declare ;
      *    sans part enregistree (arrerage de rente), le montant brut
           EXEC SQL
               DECLARE OperationsIFU-Curseur CURSOR FOR
                Select OC.CodeProduit, OC.NoContrat, OC.NoOperation,
                 OC.TypeOperation, OC.MontantOperation,
                 COALESCE(OC.NoOperationOrigine, 0),
                 CASE WHEN EXISTS
                  (SELECT 1 FROM TransfertsContrat TC
                   WHERE TC.CodeProduitSrc = OC.CodeProduit
                   AND TC.NoContratSrc = OC.NoContrat
                   AND TC.NoOperationSrc = OC.NoOperation)
                  THEN 0
                  ELSE COALESCE(OC.PartPlusValue, OC.MontantOperation)
                 END,
                 COALESCE(OC.AbattementFiscal, 0),
                 COALESCE(OC.NatureFrais, ' ')
                From OperationsCompte OC, ProduitsClient PC
                Where PC.TiersSouscr = :IdTiersIFU
                And OC.CodeProduit = PC.CodeProduit
                           INTO :CodeProduitOC, :NoContratOC,
                            :NoOperationOC, :TypeOperationOC,
                            :MontantOperationOC,
                            :NoOperationOrigineOC,
                            :PartPlusValueOC, :AbattementFiscalOC,
                            :NatureFraisOC
                   END-EXEC

                   If SQLCODE = 100 OR SQLCODE = 101
                   Add MontantOperationOC to InteretsTiersIFU
                   Move 'I' to DernierTypePrincipal
                   Perform CumuleProduitIFU
      *        Participation aux benefices : produit de l'annee declare
      *        avec les interets
               When 'B'
                   Add MontantOperationOC to InteretsTiersIFU
                   Move 'B' to DernierTypePrincipal
                   Perform CumuleProduitIFU
               When 'P'
                   Add MontantOperationOC to PrelSocTiersIFU
                   Move 'P' to DernierTypePrincipal
                   Perform CumuleProduitIFU
               When 'R'
                   Perform CalculPlusValueImposableIFU
                   Add PlusValueImposableIFU to RachatsTiersIFU
                   Move 'R' to DernierTypePrincipal
               When 'F'
      *            La penalite de sortie (NatureFrais 'P') et les frais
      *            de gestion annuels ('G') ne sont pas des
      *            prelevements fiscaux : hors declaration
                   If DernierTypePrincipal = 'R'
                    and NatureFraisOC not = 'P'
                    and NatureFraisOC not = 'G'
                       Add MontantOperationOC to FiscRachatsTiersIFU
                   end-if
               When 'S'

           Move NoOperationOrigineOC to NoOperationOC
           EXEC SQL
               SELECT TypeOperation,
                CASE WHEN EXISTS
                 (SELECT 1 FROM TransfertsContrat TC
                  WHERE TC.CodeProduitSrc = OperationsCompte.CodeProduit
                  AND TC.NoContratSrc = OperationsCompte.NoContrat
                  AND TC.NoOperationSrc = OperationsCompte.NoOperation)
                 THEN 0
                 ELSE COALESCE(PartPlusValue, MontantOperation)
                END,
                COALESCE(AbattementFiscal, 0),
                COALESCE(NatureFrais, ' ')
               INTO :TypeOperationOC, :PartPlusValueOC,
                :AbattementFiscalOC, :NatureFraisOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
                           Move 0 to InteretsTiersIFU
                       end-if
                       Perform DeduitProduitIFU
                   When 'B'
                       If InteretsTiersIFU >= MontantExtourneIFU
                           subtract MontantExtourneIFU from InteretsTiersIFU
                       else
                           Move 0 to InteretsTiersIFU
                       end-if
                       Perform DeduitProduitIFU
                   When 'P'
                       If PrelSocTiersIFU >= MontantExtourneIFU
                           subtract MontantExtourneIFU from PrelSocTiersIFU
                       end-if
                       Perform DeduitProduitIFU
                   When 'R'
      *                Rachat annule : sa plus-value imposable, telle
      *                qu'elle avait ete cumulee, est retiree
                       Perform CalculPlusValueImposableIFU
                       If RachatsTiersIFU >= PlusValueImposableIFU
                           subtract PlusValueImposableIFU
                               from RachatsTiersIFU
                       else
                           Move 0 to RachatsTiersIFU
                       end-if
                           FROM OperationsCompte
                           WHERE (CodeProduit = :CodeProduitOC
                           AND NoContrat = :NoContratOC
                           AND NoOperation =
                               (SELECT MAX(NoOperation)
                                FROM OperationsCompte
                                WHERE CodeProduit = :CodeProduitOC
                                AND NoContrat = :NoContratOC
                                AND NoOperation <= :NoOperationOC
                                AND TypeOperation <> 'F'))
                       END-EXEC
                       If SQLCODE = 0 and TypeOperationParent = 'R'
                        and NatureFraisOC not = 'P'
                        and NatureFraisOC not = 'G'
                           If FiscRachatsTiersIFU >= MontantExtourneIFU
                               subtract MontantExtourneIFU
                                   from FiscRachatsTiersIFU
           Move NoOperationExtSauve to NoOperationOC
           Move TypeOperationOrigine to TypeOperationOC.

      *---------------------------------------------------------------
      *  Plus-value imposable d'une ligne 'R' (PartPlusValueOC /
      *  AbattementFiscalOC lus avec elle) : part de plus-value moins
      *  abattement, jamais negative
      *---------------------------------------------------------------
       CalculPlusValueImposableIFU.
           If PartPlusValueOC > AbattementFiscalOC
               Compute PlusValueImposableIFU =
                   PartPlusValueOC - AbattementFiscalOC
           else
               Move 0 to PlusValueImposableIFU
           end-if.

      *---------------------------------------------------------------
      *  Deduction miroir dans les sous-totaux par produit du listing
      *  de controle (TypeOperationOC porte le type d'origine)
           Move CodeProduitOC to CodeProduitRecherche
           Perform ChargeParamProduit
           If ProduitTrouve = 1
               If TypeOperationOC = 'I' or TypeOperationOC = 'B'
                   If InteretsProduitIFU(IndexRechProduit)
                    >= MontantExtourneIFU
                       subtract MontantExtourneIFU
           Move CodeProduitOC to CodeProduitRecherche
           Perform ChargeParamProduit
           If ProduitTrouve = 1
               If TypeOperationOC = 'I' or TypeOperationOC = 'B'
                   Add MontantOperationOC
                       to InteretsProduitIFU(IndexRechProduit)
               else
           Move spaces to Prenom of TiersSouscrBenef
           Move 0 to DispenseFiscT
           Move 0 to AnneeDispT
           Move spaces to TypeTiersT
           Move spaces to SirenT
           Move spaces to RaisonSocialeT
           Move IdTiersIFU to IdTiers of TiersSouscrBenef
           EXEC SQL
               SELECT Nom, Prenom, COALESCE(DispenseFisc, 0),
                COALESCE(AnneeDisp, 0), COALESCE(TypeTiers, ' '),
                COALESCE(Siren, ' '), COALESCE(RaisonSociale, ' ')
               INTO :Nom, :Prenom, :DispenseFiscT, :AnneeDispT,
                :TypeTiersT, :SirenT, :RaisonSocialeT
               FROM TiersSB
               WHERE IdTiers = :IdTiers
           END-EXEC
               Move 'N' to DispenseIFUFixe
           end-if

      *    Personne morale : declaree comme telle (SIREN, raison
      *    sociale), la dispense ne concernant que les particuliers
           If TypeTiersT = 'M'
               Move 'M' to TypeBenefIFUFixe
               Move SirenT to SirenIFUFixe
               Move RaisonSocialeT to RaisonSocialeIFUFixe
               Move spaces to PrenomIFUFixe
               If DispenseIFUFixe = 'O'
                   Subtract 1 from NbTiersDispenses
               end-if
               Move 'N' to DispenseIFUFixe
               Add 1 to NbEntitesDeclarees
           else
               Move 'P' to TypeBenefIFUFixe
               Move spaces to SirenIFUFixe
               Move spaces to RaisonSocialeIFUFixe
           end-if

           Move EnrDeclarationIFU to EnrFichierIFU
           write EnrFichierIFU

               write EnrFichierControleIFU

               Move TotalRachatsIFU to MontantDisplayIFU
               String "TOTAL GENERAL PLUS-VALUES RACHATS;"
                   MontantDisplayIFU
                   into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleIFU
               NbTiersDeclares " Tiers declare(s) ".
           Display " Dont dispenses de prelevement forfaitaire : "
               NbTiersDispenses.
           Display " Dont personnes morales : " NbEntitesDeclarees.

       EcritControleProduit.
           Move InteretsProduitIFU(IndexRechProduit)
           end-if.

       TrtLigne.
           Move 0 to NbChampsImport
           Unstring EnrFichierEpargne delimited by ";" into

               CodeProduit  of ligneProduit(IndexContrat)
               AgeMaxSouscriptionTxt of ligneProduit(IndexContrat)
               ControleAgeBenef of ligneProduit(IndexContrat)
               StatutVente of ligneProduit(IndexContrat)
               PlafondVersementsTxt of ligneProduit(IndexContrat)
               DetentionUnique of ligneProduit(IndexContrat)
               AncienneteAbattementTxt of ligneProduit(IndexContrat)
               AbattementAnnuelTxt of ligneProduit(IndexContrat)
               FraisGestionTxt of ligneProduit(IndexContrat)
               PlancherDeces of ligneProduit(IndexContrat)
               ValeurResidMinTxt of ligneProduit(IndexContrat)

               Tallying in NbChampsImport
           end-Unstring.

           evaluate true
               when NbChampsImport not = 25
                   continue
               when FraisEntreeTxt of ligneProduit(IndexContrat)
                   is not numeric
                    not = '2'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '3'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '4'
                   continue
               when CapitalisationInterets
                    of ligneProduit(IndexContrat) not = '1'
               when AgeMaxSouscriptionTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when PlafondVersementsTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when AncienneteAbattementTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when AbattementAnnuelTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when FraisGestionTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when ValeurResidMinTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when other
                   Add 1 to IndexContrat
           end-evaluate.
