       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
      *---------------------------------------------------------------
      * Meme moteur de calcul que CalculInteretMensuel (taux en
      * vigueur, convention de base, prorata des dates de valeur,
      * paliers, taux minimum garanti) - mais en LECTURE SEULE : rien n'est pose, le mois
      * d'arrete est proratise au quantieme du jour d'arrete (aux
      * quinzaines echues pour la convention quinzaines)
      *---------------------------------------------------------------
       77  TauxAnnuelEnVigueur      pic 99v9999.
       77  MoisEcoulesPromo         pic S9(5).
       77  MontantInteretTranche   pic 9(12)v99.
       77  ProrataAjustement       pic 9(12)v99.
       77  JourValeurProrata       pic 99.
       77  NbQuinzainesEcoulees    pic 9.
       77  InteretGaranti          pic 9(12)v99.
       77  DateEffectiveProrata    pic X(10).
       77  OperationsValeurEOF     pic 9.


           EXEC SQL
               DECLARE ContratsArrete-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, ValeurCourante, DateEffet,
                 COALESCE(TauxGaranti, 0), COALESCE(DateFinGarantie, ' ')
                From ProduitsClient
                Where (EtatProduit = 1 OR EtatProduit = 5)
                ORDER BY CodeProduit, NoContrat
           EXEC SQL
               DECLARE OperationsArrete-Curseur CURSOR FOR
                Select TypeOperation, MontantOperation, DateOperation,
                 COALESCE(DateValeur, ' '), COALESCE(StatutReglement, ' '),
                 COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
           EXEC SQL
               FETCH ContratsArrete-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC,
                    :DateEffetPC, :TauxGarantiPC, :DateFinGarantiePC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
      *>  quantieme du jour d'arrete
                   Perform CalculBaseProrata
                   Perform CalculInteretPaliers
                   Perform AppliqueTauxGaranti
                   Perform CalculJoursMoisCourant
                   If ConventionTaux of Tab = '4'
      *>  Quinzaines : seules les quinzaines echues sont courues
                       Perform CalculQuinzainesEcoulees
                       Compute ProrataArrete rounded =
                           MontantInteretMensuel
                           * NbQuinzainesEcoulees / 2
                   else
                       Compute ProrataArrete rounded =
                           MontantInteretMensuel
                           * Jour of DateOperationContrat
                           / NbJoursMoisCourant
                   end-if

                   Compute TotalCouruContrat =
                       MontantReserveArrete + ProrataArrete
                   FETCH OperationsArrete-Curseur
                       INTO :TypeOperationOC, :MontantOperationOC,
                        :DateOperationOC, :DateValeurOC,
                        :StatutReglementOC, :NatureFraisOC
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101

                   Evaluate TypeOperationOC
                       When 'V'
                           Perform CalculProrataDepot
                           If BaseCalculInteret >= ProrataAjustement
                               Subtract ProrataAjustement
                                   from BaseCalculInteret
                           end-if
                           Move 'V' to DernierTypeProrata
                       When 'R'
                           Perform CalculProrataRetrait
                           Add ProrataAjustement to BaseCalculInteret
                           Move 'R' to DernierTypeProrata
                       When 'F'
                           If NatureFraisOC = 'G'
                              or DernierTypeProrata = 'R'
                               Perform CalculProrataRetrait
                           else
                               Perform CalculProrataDepot
                           end-if
      *                    Frais de gestion annuels : ligne autonome, sortie
      *                    au jour de valeur comme un rachat
                           If NatureFraisOC = 'G'
                               Add ProrataAjustement to BaseCalculInteret
                           else
                               Evaluate DernierTypeProrata
                                   When 'V'
                                       Add ProrataAjustement
                                           to BaseCalculInteret
                                   When 'R'
                                       If BaseCalculInteret
                                        >= ProrataAjustement
                                           Subtract ProrataAjustement
                                               from BaseCalculInteret
                                       else
                                           Move 0 to BaseCalculInteret
                                       end-if
                                   When other
                                       continue
                               End-evaluate
                           end-if
                           Move space to DernierTypeProrata
                       When other
                           Move space to DernierTypeProrata
           end-if
           Add 1 to IndexPalier.

      *---------------------------------------------------------------
      * Plancher du taux minimum garanti du contrat - meme logique que
      * CalculInteretMensuel
      *---------------------------------------------------------------
       AppliqueTauxGaranti.
           If TauxGarantiPC > 0
            and (DateFinGarantiePC = spaces
                 or DateFinGarantiePC(1:7) >= PeriodeTraitement)
               Move TauxGarantiPC to TauxAnnuelPalier
               Perform CalculTauxPalierPeriode
               Multiply BaseCalculInteret by TauxPalierPeriode
                   giving InteretGaranti
               If InteretGaranti > MontantInteretMensuel
                   Move InteretGaranti to MontantInteretMensuel
               end-if
           end-if.

       CalculTauxPalierPeriode.
           Evaluate ConventionTaux of Tab
               When '1'
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
               when SeuilEntreeTxt of ligneProduit(IndexContrat)
                   is not numeric
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
                   Perform CalculJoursMoisCourant
                   Compute TauxRemPeriode =
                       TauxAnnuelEnVigueur * NbJoursMoisCourant / 365
               When other *> 30/360 et quinzaines : 1/12 d'annee
                   Divide 12 into TauxAnnuelEnVigueur
                       giving TauxRemPeriode
           End-evaluate.
               Move 29 to NbJoursMoisCourant
           End-if.

      *---------------------------------------------------------------
      * Part d'un mouvement du mois a corriger dans la base - meme
      * logique que CalculInteretMensuel (quinzaines : 0, 1/2 ou le
      * tout du montant selon la quinzaine de valeur)
      *---------------------------------------------------------------

       CalculProrataDepot.
           If ConventionTaux of Tab = '4'
               If JourValeurProrata <= 15
                   Compute ProrataAjustement rounded =
                       MontantOperationOC / 2
               else
                   Move MontantOperationOC to ProrataAjustement
               end-if
           else
               Compute ProrataAjustement rounded =
                   MontantOperationOC
                   * (JourValeurProrata - 1)
                   / NbJoursMoisCourant
           end-if.

       CalculProrataRetrait.
           If ConventionTaux of Tab = '4'
               If JourValeurProrata <= 15
                   Move 0 to ProrataAjustement
               else
                   Compute ProrataAjustement rounded =
                       MontantOperationOC / 2
               end-if
           else
               Compute ProrataAjustement rounded =
                   MontantOperationOC
                   * (JourValeurProrata - 1)
                   / NbJoursMoisCourant
           end-if.

      *---------------------------------------------------------------
      * Quinzaines completes du mois d'arrete (ConventionTaux 4) : la
      * premiere est acquise le 15, la seconde le dernier jour du mois
      *---------------------------------------------------------------

       CalculQuinzainesEcoulees.
           Evaluate true
               When Jour of DateOperationContrat >= NbJoursMoisCourant
                   Move 2 to NbQuinzainesEcoulees
               When Jour of DateOperationContrat >= 15
                   Move 1 to NbQuinzainesEcoulees
               When other
                   Move 0 to NbQuinzainesEcoulees
           End-evaluate.

      *---------------------------------------------------------------
      * Recherche d'un produit dans le tableau importe - meme logique
      * que CalculInteretMensuel (IndexContrat garde l'indice trouve
