       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
       77  NbContratsDejaTraites   pic 9(5) value 0.
       77  NbContratsLus           pic 9(5) value 0.
      *---------------------------------------------------------------------------------------------
      * Plafond reglementaire des versements (PlafondVersements de Tab) : l'interet capitalise
      * peut faire passer un contrat au-dessus du plafond, c'est admis - le contrat est seulement
      * compte a part et trace au journal (cf SignalePlafondInterets, ControlePlafondsProduits)
      *---------------------------------------------------------------------------------------------
       77  ValeurApresInteret      pic 9(12)v99.
       77  NbContratsPlafondInt    pic 9(5) value 0.
      *---------------------------------------------------------------------------------------------
      * Taux minimum garanti du contrat (TauxGaranti de ProduitsClient, fige a la souscription) :
      * tant que la garantie court, l'interet du mois est le plus haut de l'interet au taux
      * produit (paliers et promotion compris) et de l'interet au taux garanti (cf
      * AppliqueTauxGaranti) - le complement verse est cumule pour le bilan
      *---------------------------------------------------------------------------------------------
       77  InteretGaranti          pic 9(12)v99.
       77  NbContratsGarantis      pic 9(5) value 0.
       77  TotalComplementGaranti  pic 9(12)v99 value 0.
      *---------------------------------------------------------------------------------------------
      * Piste de calcul (table DetailInterets) : pour chaque contrat servi, de quoi expliquer
      * l'interet du mois au client - base, jours, convention, source du taux retenu (A taux de
      * l'annee, P taux du produit, M promotion, G taux garanti), paliers, brut et part de
      * prelevements sociaux mise en reserve (cf EcritDetailInterets)
      *---------------------------------------------------------------------------------------------
       77  SourceTauxCalcul        pic X.
       77  PaliersAppliques        pic 9.
       77  NbDetailsEcrits         pic 9(5) value 0.
      *---------------------------------------------------------------------------------------------
      * Prorata des interets du mois sur les dates de valeur (colonne DateValeur des saisies
      * de versement/rachat - cf SaisieVersementLibre-trt) : le solde de cloture ne pese pas
      * le mois entier quand un mouvement n'a ete en valeur qu'une partie du mois
       77  CheckpointQuotient50    pic 9(5).
       77  CheckpointReste50       pic 99.
       77  MoisCouruReserve        pic 9(2).
       77  NbImagesReserve         pic 9(5).

      *---------------------------------------------------------------------------------------------
      * Controle des passages batch (table ControleBatch) : une ligne 'E' posee au lancement,
      *    sur leur solde restant, comme les actifs
           EXEC SQL
               DECLARE ContratsActifs-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, ValeurCourante, DateEffet,
                 COALESCE(TauxGaranti, 0), COALESCE(DateFinGarantie, ' ')
                From ProduitsClient
                Where (EtatProduit = 1 OR EtatProduit = 5)
                And CodeProduit >= :SegmentProduitMin
           EXEC SQL
               DECLARE OperationsValeur-Curseur CURSOR FOR
                Select TypeOperation, MontantOperation, DateOperation,
                 COALESCE(DateValeur, ' '), COALESCE(StatutReglement, ' '),
                 COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
           EXEC SQL
               FETCH ContratsActifs-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC,
                    :DateEffetPC, :TauxGarantiPC, :DateFinGarantiePC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
      *>  y en a un, sinon celui du produit (cf ChargeTauxAnnee, meme logique que la
      *>  simulation interactive de Contrat_Epargne_Main)
                   Perform ChargeTauxAnnee
                   If TauxAnneeTrouve = 1
                       Move 'A' to SourceTauxCalcul
                   else
                       Move 'P' to SourceTauxCalcul
                   end-if

      *>  Taux promotionnel de lancement : pendant les DureePromoMois premiers mois
      *>  depuis la date d'effet, TauxPromo remplace le taux annuel en vigueur, puis
                       If MoisEcoulesPromo >= 0
                        and MoisEcoulesPromo < DureePromoMois of Tab
                           Move TauxPromo of Tab to TauxAnnuelEnVigueur
                           Move 'M' to SourceTauxCalcul
                       end-if
                   end-if

      *>  mensuelle elle sert d'assiette aux prelevements sociaux de fin d'annee
      *>  - l'interet du mois est servi tranche par tranche quand le produit porte
      *>  des paliers de remuneration majoree (cf CalculInteretPaliers)
                       Move 0 to NoOperationPI
                       Perform CalculInteretPaliers
                       Perform AppliqueTauxGaranti
                       Perform AlimenteReserveInterets

                       if CapitalisationInterets of Tab = '2'
                           Perform PoserOperationInteret
                           Add 1 to NbContratsTraites
                       end-if
                       Perform EcritDetailInterets
                   end-if

      *>  Prelevements sociaux de fin d'annee, poses hors du bloc precedent pour que la
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
           END-EXEC

           If SQLCODE <> 0
               Move "Erreur pose interet" to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
           else
               Move NoOperationOC to NoOperationPI
               EXEC SQL
                   UPDATE ProduitsClient
                   SET ValeurCourante = ValeurCourante + :MontantOperationOC
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC)
               END-EXEC
               Perform SignalePlafondInterets
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Contrat porte au-dessus du plafond reglementaire du produit par l'interet qui vient d'etre
      *  capitalise : admis, mais compte a part et trace au journal (le depassement du aux
      *  versements, lui, est refuse a la saisie - cf ControlePlafondVersement)
      *-----------------------------------------------------------------------------------------------
       SignalePlafondInterets.
           If PlafondVersements of Tab > 0
            and ValeurContrat not > PlafondVersements of Tab
               Add ValeurContrat MontantOperationOC giving ValeurApresInteret
               If ValeurApresInteret > PlafondVersements of Tab
                   Add 1 to NbContratsPlafondInt
                   Move 'I' to SeveriteEvt
                   String CodeProduitOC ' ' NoContratOC into CleEvt
                   end-string
                   Move "Plafond du produit depasse par capitalisation des interets" to MessageEvt
                   Call 'EcritJournalExploitation' using EvenementExploitation
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
           evaluate SQLCODE
               when 0
                   If MoisCouruReserve < IndicateurMois
                       Perform SauveReserveAvantPassage
                       EXEC SQL
                           UPDATE InteretsCourus
                           SET MontantCouru = MontantCouru + :MontantInteretMensuel,
                       Add 1 to NbReservesAlimentees
                   end-if
               when 100
                   Perform SauveReserveAvantPassage
                   Move MontantInteretMensuel to MontantCouruIC
                   EXEC SQL
                       INSERT INTO InteretsCourus
           Move 0 to InteretDejaPose
           Move 0 to NbOperationsPeriode

      *    Une ligne deja extournee (extourne de passage, cf
      *    ExtournePassage) ne compte plus : le job se relance
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbOperationsPeriode
               FROM OperationsCompte OC
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND TypeOperation = 'I'
               AND DateOperation LIKE :PeriodeRecherche
               AND NOT EXISTS
                   (SELECT X.NoOperation
                    FROM OperationsCompte X
                    WHERE X.CodeProduit = OC.CodeProduit
                    AND X.NoContrat = OC.NoContrat
                    AND X.TypeOperation = 'X'
                    AND X.NoOperationOrigine = OC.NoOperation))
           END-EXEC

           If NbOperationsPeriode > 0
           Move 0 to PrelevementsDejaPoses
           Move 0 to NbOperationsPeriode

      *    Une ligne deja extournee (extourne de passage, cf
      *    ExtournePassage) ne compte plus : le job se relance
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbOperationsPeriode
               FROM OperationsCompte OC
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND TypeOperation = 'P'
               AND DateOperation LIKE :PeriodeRecherche
               AND NOT EXISTS
                   (SELECT X.NoOperation
                    FROM OperationsCompte X
                    WHERE X.CodeProduit = OC.CodeProduit
                    AND X.NoContrat = OC.NoContrat
                    AND X.TypeOperation = 'X'
                    AND X.NoOperationOrigine = OC.NoOperation))
           END-EXEC

           If NbOperationsPeriode > 0
                   FETCH OperationsValeur-Curseur
                       INTO :TypeOperationOC, :MontantOperationOC,
                        :DateOperationOC, :DateValeurOC,
                        :StatutReglementOC, :NatureFraisOC
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                       When 'V'
      *                    Present seulement a partir du jour de valeur : les
      *                    jours d'absence sortent de la base
                           Perform CalculProrataDepot
                           If BaseCalculInteret >= ProrataAjustement
                               Subtract ProrataAjustement
                                   from BaseCalculInteret
                       When 'R'
      *                    Sorti au jour de valeur : les jours de presence
      *                    reviennent dans la base
                           Perform CalculProrataRetrait
                           Add ProrataAjustement to BaseCalculInteret
                           Move 'R' to DernierTypeProrata
                       When 'F'
      *                    meme jour de valeur) et la valeur n'a bouge que du
      *                    NET : leur part de jours se corrige en sens inverse
      *                    du mouvement porteur
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
      *-----------------------------------------------------------------------------------------------
       CalculInteretPaliers.
           Move 0 to MontantInteretMensuel
           Move 0 to PaliersAppliques
           Move 0 to BorneBassePalier
           Move TauxRemPeriode to TauxPalierPeriode

               Move TauxMajore of lignePalier(IndexPalier)
                   to TauxAnnuelPalier
               Perform CalculTauxPalierPeriode
               Move 1 to PaliersAppliques
           end-if
           Add 1 to IndexPalier.

      *-----------------------------------------------------------------------------------------------
      *  Plancher du taux minimum garanti : garantie en cours sur la periode (pas de terme, ou
      *  terme dans le mois traite ou au-dela), interet de la meme base au taux garanti periodise
      *  selon la convention du produit - retenu s'il depasse l'interet au taux produit
      *-----------------------------------------------------------------------------------------------
       AppliqueTauxGaranti.
           If TauxGarantiPC > 0
            and (DateFinGarantiePC = spaces
                 or DateFinGarantiePC(1:7) >= PeriodeTraitement)
               Move TauxGarantiPC to TauxAnnuelPalier
               Perform CalculTauxPalierPeriode
               Multiply BaseCalculInteret by TauxPalierPeriode
                   giving InteretGaranti
               If InteretGaranti > MontantInteretMensuel
                   Compute TotalComplementGaranti = TotalComplementGaranti
                       + InteretGaranti - MontantInteretMensuel
                   Move InteretGaranti to MontantInteretMensuel
                   Move 'G' to SourceTauxCalcul
                   Add 1 to NbContratsGarantis
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Piste de calcul du mois pour le contrat servi : la ligne 'C' (calcul mensuel, version 1)
      *  d'une relance apres incident remplace celle du passage interrompu. L'operation 'I'
      *  posee est reperee par son numero, zero quand l'interet reste en reserve (capitalisation
      *  annuelle) - la part de prelevements sociaux est celle que la reserve portera en fin
      *  d'annee sur ce brut
      *-----------------------------------------------------------------------------------------------
       EcritDetailInterets.
           Move CodeProduitPC to CodeProduitPI
           Move NoContratPC to NoContratPI
           Move PeriodeTraitement to PeriodePI
           Move 1 to VersionPI
           Move 'C' to TypeCalculPI
           Move ValeurContrat to SoldeCloturePI
           Move BaseCalculInteret to BaseCalculPI
           Move NbJoursMoisCourant to NbJoursPI
           Move ConventionTaux of Tab to ConventionTauxPI
           Move SourceTauxCalcul to SourceTauxPI
           If SourceTauxCalcul = 'G'
               Move TauxGarantiPC to TauxAnnuelPI
               Move TauxPalierPeriode to TauxPeriodePI
           else
               Move TauxAnnuelEnVigueur to TauxAnnuelPI
               Move TauxRemPeriode to TauxPeriodePI
           end-if
           Move PaliersAppliques to PaliersPI
           Move MontantInteretMensuel to InteretBrutPI
           Multiply MontantInteretMensuel by TauxPrelSociaux of Tab
               giving PrelSociauxPI
           Move HorodatageBatch to DateCalculPI

           EXEC SQL
               DELETE FROM DetailInterets
               WHERE (CodeProduit = :CodeProduitPI
               AND NoContrat = :NoContratPI
               AND Periode = :PeriodePI
               AND TypeCalcul = 'C')
           END-EXEC

           EXEC SQL
               INSERT INTO DetailInterets
                   (CodeProduit, NoContrat, Periode, Version, TypeCalcul,
                    SoldeCloture, BaseCalcul, NbJours, ConventionTaux,
                    SourceTaux, TauxAnnuel, TauxPeriode, Paliers,
                    InteretBrut, PrelSociaux, DateCalcul, NoOperation)
               VALUES
                   (:CodeProduitPI, :NoContratPI, :PeriodePI, :VersionPI,
                    :TypeCalculPI, :SoldeCloturePI, :BaseCalculPI,
                    :NbJoursPI, :ConventionTauxPI, :SourceTauxPI,
                    :TauxAnnuelPI, :TauxPeriodePI, :PaliersPI,
                    :InteretBrutPI, :PrelSociauxPI, :DateCalculPI,
                    :NoOperationPI)
           END-EXEC

           If SQLCODE = 0
               Add 1 to NbDetailsEcrits
           else
               Display " Erreur piste de calcul interets : " CodeProduitPI ' ' NoContratPI
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Periodisation du taux annuel majore d'un palier sur le mois courant - meme base de
      *  calcul que CalculTauxRemPeriode (ConventionTaux du produit)
      *  Solde de la reserve d'interets courus de l'annee, une fois capitalisee/prelevee
      *-----------------------------------------------------------------------------------------------
       SoldeReserveInterets.
           Perform SauveReserveAvantPassage

           EXEC SQL
               DELETE FROM InteretsCourus
               WHERE (CodeProduit = :CodeProduitIC
               AND AnneeCouru = :AnneeCouruIC)
           END-EXEC.

      *-----------------------------------------------------------------------------------------------
      *  Image avant passage de la reserve du contrat (ReservesAvantPassage) : seule la premiere
      *  modification de la reserve par ce passage est gardee - c'est l'etat que l'extourne du
      *  passage remettra (cf ExtournePassage)
      *-----------------------------------------------------------------------------------------------
       SauveReserveAvantPassage.
           Move NoPassageCB to NoPassageRV
           Move CodeProduitIC to CodeProduitRV
           Move NoContratIC to NoContratRV
           Move AnneeCouruIC to AnneeCouruRV
           Move 0 to NbImagesReserve

           EXEC SQL
               SELECT COUNT(*)
               INTO :NbImagesReserve
               FROM ReservesAvantPassage
               WHERE (NoPassage = :NoPassageRV
               AND CodeProduit = :CodeProduitRV
               AND NoContrat = :NoContratRV
               AND AnneeCouru = :AnneeCouruRV)
           END-EXEC

           If NbImagesReserve = 0
               EXEC SQL
                   SELECT MoisCouru, MontantCouru
                   INTO :MoisCouruRV, :MontantCouruRV
                   FROM InteretsCourus
                   WHERE (CodeProduit = :CodeProduitRV
                   AND NoContrat = :NoContratRV
                   AND AnneeCouru = :AnneeCouruRV)
               END-EXEC
               If SQLCODE = 0
                   Move 1 to ReserveExistaitRV
               else
                   Move 0 to ReserveExistaitRV
                   Move 0 to MoisCouruRV
                   Move 0 to MontantCouruRV
               end-if

               EXEC SQL
                   INSERT INTO ReservesAvantPassage
                       (NoPassage, CodeProduit, NoContrat, AnneeCouru,
                        ReserveExistait, MoisCouru, MontantCouru)
                   VALUES
                       (:NoPassageRV, :CodeProduitRV, :NoContratRV,
                        :AnneeCouruRV, :ReserveExistaitRV, :MoisCouruRV,
                        :MontantCouruRV)
               END-EXEC
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Pose de l'operation 'P' des prelevements sociaux de l'annee (MontantPrelSociaux) :
      *  une ligne dediee dans OperationsCompte, retranchee de ValeurCourante - l'avis
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
           END-EXEC

           If SQLCODE <> 0
           Display " Interets mensuels poses sur " & NbContratsTraites & " contrat(s) actif(s) ".
           Display " Reserves d'interets courus alimentees : " & NbReservesAlimentees & " contrat(s) ".
           Display " Contrats deja servis sautes (reprise) : " & NbContratsDejaTraites.
           Display " Contrats passes au-dessus du plafond par les interets : " & NbContratsPlafondInt.
           Display " Contrats servis au taux minimum garanti : " & NbContratsGarantis & " - complement verse : " & TotalComplementGaranti.
           Display " Lignes de piste de calcul ecrites : " & NbDetailsEcrits.

      *-----------------------------------------------------------------------------------------------
      *  Controle des passages batch : un passage 'T' (termine) existe-t-il deja pour la
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
                       (NomJob, PeriodeJob, DateDebut, DateFin, NbTraites, EtatJob, NoPassage)
                   VALUES
                       (:NomJobCB, :PeriodeJobCB, :DateDebutCB,
                        :DateFinCB, :NbTraitesCB, :EtatJobCB,
                        :NoPassageCB)
               END-EXEC
           end-if.

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
               when FraisEntreeTxt of ligneProduit(IndexContrat) is not numeric
                   continue
               when ConventionTaux of ligneProduit(IndexContrat) not = '1'
                and ConventionTaux of ligneProduit(IndexContrat) not = '2'
                and ConventionTaux of ligneProduit(IndexContrat) not = '3'
                and ConventionTaux of ligneProduit(IndexContrat) not = '4'
                   continue
               when CapitalisationInterets of ligneProduit(IndexContrat) not = '1'
                and CapitalisationInterets of ligneProduit(IndexContrat) not = '2'
                   continue
               when AgeMaxSouscriptionTxt of ligneProduit(IndexContrat) is not numeric
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
               When '2' *> Actuel/365
                   Perform CalculJoursMoisCourant
                   Compute TauxRemPeriode = TauxAnnuelEnVigueur * NbJoursMoisCourant / 365
               When other *> 30/360 et quinzaines : mois = 1/12 d'annee
                   Divide 12 into TauxAnnuelEnVigueur giving TauxRemPeriode
           End-evaluate.

               Move 29 to NbJoursMoisCourant
           End-if.

      *---------------------------------------------------------------------------------------------
      * Part d'un mouvement du mois a corriger dans la base (ProrataAjustement) : jours d'absence
      * d'un versement (CalculProrataDepot), jours de presence d'un rachat (CalculProrataRetrait).
      * En quinzaines (ConventionTaux 4) le versement ne porte interet qu'a partir du 16 ou du 1er
      * suivant, le rachat cesse d'en porter au 1er ou au 16 precedent : la part est 0, 1/2 ou le
      * tout du montant, quel que soit le nombre de jours du mois
      *---------------------------------------------------------------------------------------------

       CalculProrataDepot.
           If ConventionTaux of Tab = '4'
               If JourValeurProrata <= 15
                   Compute ProrataAjustement rounded = MontantOperationOC / 2
               else
                   Move MontantOperationOC to ProrataAjustement
               end-if
           else
               Compute ProrataAjustement rounded =
                   MontantOperationOC * (JourValeurProrata - 1) / NbJoursMoisCourant
           end-if.

       CalculProrataRetrait.
           If ConventionTaux of Tab = '4'
               If JourValeurProrata <= 15
                   Move 0 to ProrataAjustement
               else
                   Compute ProrataAjustement rounded = MontantOperationOC / 2
               end-if
           else
               Compute ProrataAjustement rounded =
                   MontantOperationOC * (JourValeurProrata - 1) / NbJoursMoisCourant
           end-if.

      *---------------------------------------------------------------------------------------------
      * Recherche d'un produit par son code dans le tableau importe du fichier de parametres,
      * et alimentation de Tab a partir de la ligne trouvee
               Move AgeMaxSouscription of ligneProduit(IndexRechProduit)    to AgeMaxSouscription of Tab
               Move ControleAgeBenef of ligneProduit(IndexRechProduit)      to ControleAgeBenef of Tab
               Move StatutVente of ligneProduit(IndexRechProduit)           to StatutVente of Tab
               Move PlafondVersements of ligneProduit(IndexRechProduit)     to PlafondVersements of Tab
           else
               Add 1 to IndexRechProduit
           end-if.
