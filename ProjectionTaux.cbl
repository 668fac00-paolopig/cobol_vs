       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
       77  AnneeQuotient           pic 9999.
       77  AnneeReste4             pic 9.
       77  MontantDisplayPJ        pic Z(12)9.99.
      *    Taux minimum garanti du contrat (cf CalculInteretMensuel) :
      *    plancher du taux de scenario tant que la garantie court sur
      *    le mois projete
       77  PeriodeProjection       pic X(7).
       77  MoisProjectionTxt       pic 99.

       01  TotauxProjection.
           05 TotalProjection OCCURS 200 TIMES.

           EXEC SQL
               DECLARE ContratsProjection-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, ValeurCourante,
                 COALESCE(TauxGaranti, 0), COALESCE(DateFinGarantie, ' ')
                From ProduitsClient
                Where EtatProduit = 1
                ORDER BY CodeProduit, NoContrat
       ProjectionTaux-Trt.
           EXEC SQL
               FETCH ContratsProjection-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC,
                    :TauxGarantiPC, :DateFinGarantiePC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101

      *---------------------------------------------------------------
      *  Un mois de projection : taux de l'annee en vigueur (+/-
      *  decalage, plancher zero puis taux minimum garanti du
      *  contrat), periodise sur la base du produit,
      *  applique a la valeur projetee - capitalisation mensuelle
      *  composee ('1'), simple accumulation sinon ('2')
      *---------------------------------------------------------------
           If TauxScenario < 0
               Move 0 to TauxScenario
           end-if

      *    Le taux garanti du contrat sert de plancher au scenario
      *    tant que la garantie court sur le mois projete
           If TauxGarantiPC > 0
               Move MoisProjection to MoisProjectionTxt
               String AnneeProjection '-' MoisProjectionTxt
                   into PeriodeProjection
               end-string
               If (DateFinGarantiePC = spaces
                   or DateFinGarantiePC(1:7) >= PeriodeProjection)
                and TauxScenario < TauxGarantiPC
                   Move TauxGarantiPC to TauxScenario
               end-if
           end-if
           Move TauxScenario to TauxAnnuelEnVigueur

           Perform CalculTauxRemPeriode
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
