       77  DeltaContrat            pic S9(12)v99.
       77  DeltaAbsolu             pic 9(12)v99.
       77  NoDerniereLigneI        pic 9(8).
       77  NbImagesReserve         pic 9(5).
       77  NbContratsRegularises   pic 9(5) value 0.
       77  NbDemandesTraitees      pic 9(5) value 0.
       77  NbDemandesRejetees      pic 9(5) value 0.
       77  NbChampsImportPalier    pic 9.
       77  IndexPalier             pic 99.

      *---------------------------------------------------------------
      * Taux minimum garanti du contrat (cf CalculInteretMensuel) : les
      * lignes 'I' d'un contrat garanti ont ete servies au plus haut
      * de l'ancien taux et du taux garanti, et doivent l'etre au plus
      * haut du taux corrige et du taux garanti - le ratio du contrat
      * se calcule sur ces taux servis. Une garantie qui prend fin en
      * cours d'annee corrigee est signalee a la verification
      *---------------------------------------------------------------
       77  RatioContrat            pic 9(3)v9(9).
       77  TauxServiAncien         pic 99v9999.
       77  TauxServiCorrige        pic 99v9999.
       77  GarantieAVerifier       pic 9.

      *---------------------------------------------------------------
      * Piste de calcul des interets (table DetailInterets, cf
      * CalculInteretMensuel) : chaque mois deja trace de l'annee
      * corrigee recoit une version 'R' recalculee au ratio du
      * contrat, a cote de la version servie - les derniers calculs
      * du contrat sont charges avant d'ecrire les nouvelles versions
      *---------------------------------------------------------------
       77  PisteEOF                pic 9.
       77  NbLignesPiste           pic 99.
       77  IndexPiste              pic 99.
       77  NbDetailsRegul          pic 9(5) value 0.
       01  TablePisteRegul.
           05 LignePisteRegul OCCURS 12 TIMES.
               10 PeriodeTR            pic X(7).
               10 VersionTR            pic 9(3).
               10 SoldeClotureTR       pic 9(12)v99.
               10 BaseCalculTR         pic 9(12)v99.
               10 NbJoursTR            pic 99.
               10 ConventionTauxTR     pic X.
               10 TauxPeriodeTR        pic 99v9999.
               10 PaliersTR            pic 9.
               10 InteretBrutTR        pic 9(12)v99.
               10 PrelSociauxTR        pic 9(12)v99.

      *---------------------------------------------------------------
      * Controle des passages batch : une regularisation ne se rejoue
      * pas deux fois sur la meme periode de lancement

           EXEC SQL
               DECLARE ContratsRegul-Curseur CURSOR FOR
                Select CodeProduit, NoContrat,
                 COALESCE(TauxGaranti, 0), COALESCE(DateFinGarantie, ' ')
                From ProduitsClient
                Where CodeProduit = :CodeProduitRG
                ORDER BY NoContrat
                ORDER BY NoOperation
           END-EXEC.

      *    Derniere version tracee de chaque mois de l'annee corrigee
           EXEC SQL
               DECLARE PisteRegul-Curseur CURSOR FOR
                Select D.Periode, D.Version, D.SoldeCloture,
                 D.BaseCalcul, D.NbJours, D.ConventionTaux,
                 D.TauxPeriode, D.Paliers, D.InteretBrut,
                 D.PrelSociaux
                From DetailInterets D
                Where (D.CodeProduit = :CodeProduitPI
                And D.NoContrat = :NoContratPI
                And D.Periode LIKE :AnneeRechercheRG
                And D.Version =
                 (Select MAX(D2.Version) From DetailInterets D2
                  Where D2.CodeProduit = D.CodeProduit
                  And D2.NoContrat = D.NoContrat
                  And D2.Periode = D.Periode))
                ORDER BY D.Periode
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
       RegulariseContrat.
           EXEC SQL
               FETCH ContratsRegul-Curseur
                   INTO :CodeProduitOC, :NoContratOC,
                    :TauxGarantiPC, :DateFinGarantiePC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               END-EXEC

               If TotalInteretAncien > 0
                   Perform CalculRatioContrat
                   Compute TotalInteretCorrige rounded =
                       TotalInteretAncien * RatioContrat
                   Compute DeltaContrat =
                       TotalInteretCorrige - TotalInteretAncien

                   If DeltaContrat not = 0
                       Perform PoseAjustementContrat
                       Perform AjusteReserveInterets
                       Perform EcritPisteRegul
                       Perform EcritLigneRapportRegul
                       Add 1 to NbContratsRegularises
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Ratio du contrat : celui de la demande, sauf garantie de taux
      *  en cours sur l'annee corrigee (taux servis planchers au taux
      *  garanti de part et d'autre)
      *---------------------------------------------------------------
       CalculRatioContrat.
           Move RatioCorrection to RatioContrat
           Move 0 to GarantieAVerifier

           If TauxGarantiPC > 0
            and (DateFinGarantiePC = spaces
                 or DateFinGarantiePC(1:4) >= AnneeCorrigeeTxt)
               Move AncienTauxRG to TauxServiAncien
               If TauxServiAncien < TauxGarantiPC
                   Move TauxGarantiPC to TauxServiAncien
               end-if
               Move NouveauTauxRG to TauxServiCorrige
               If TauxServiCorrige < TauxGarantiPC
                   Move TauxGarantiPC to TauxServiCorrige
               end-if
               Compute RatioContrat rounded =
                   TauxServiCorrige / TauxServiAncien
               If DateFinGarantiePC(1:4) = AnneeCorrigeeTxt
                   Move 1 to GarantieAVerifier
               end-if
           end-if.

       CumuleLigneInteret.
           EXEC SQL
               FETCH InteretsRegul-Curseur
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,NoOperationOrigine
                   ,NoPassage)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:NoOperationOrigineOC
                   ,:NoPassageCB)
           END-EXEC

           If SQLCODE <> 0
           Move CodeProduitOC to CodeProduitIC
           Move NoContratOC to NoContratIC
           Move AnneeCorrigeeRG to AnneeCouruIC
           Perform SauveReserveAvantPassage

           If DeltaContrat > 0
               EXEC SQL
               END-EXEC
           end-if.

      *---------------------------------------------------------------
      *  Image avant passage de la reserve du contrat : seule la
      *  premiere modification de la reserve par ce passage est gardee
      *  - c'est l'etat que l'extourne du passage remettra (cf
      *  ExtournePassage)
      *---------------------------------------------------------------
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

      *---------------------------------------------------------------
      *  Versions 'R' de la piste de calcul : chaque mois trace de
      *  l'annee est recalcule au ratio du contrat (taux periodique,
      *  brut, prelevements sociaux), memes base et jours que le
      *  calcul servi, et pointe l'operation compensatoire posee
      *---------------------------------------------------------------
       EcritPisteRegul.
           Move CodeProduitOC to CodeProduitPI
           Move NoContratOC to NoContratPI
           Move 0 to NbLignesPiste

           EXEC SQL
               OPEN PisteRegul-Curseur
           END-EXEC
           Move 0 to PisteEOF
           Perform ChargeLignePiste until PisteEOF = 1
           EXEC SQL
               CLOSE PisteRegul-Curseur
           END-EXEC

      *    Taux annuel corrige, plancher du taux garanti compris
           Move 'A' to SourceTauxPI
           Move NouveauTauxRG to TauxAnnuelPI
           If TauxGarantiPC > NouveauTauxRG
            and (DateFinGarantiePC = spaces
                 or DateFinGarantiePC(1:4) >= AnneeCorrigeeTxt)
               Move 'G' to SourceTauxPI
               Move TauxGarantiPC to TauxAnnuelPI
           end-if

           Move 1 to IndexPiste
           Perform EcritLignePiste until IndexPiste > NbLignesPiste.

       ChargeLignePiste.
           EXEC SQL
               FETCH PisteRegul-Curseur
                   INTO :PeriodePI, :VersionPI, :SoldeCloturePI,
                    :BaseCalculPI, :NbJoursPI, :ConventionTauxPI,
                    :TauxPeriodePI, :PaliersPI, :InteretBrutPI,
                    :PrelSociauxPI
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to PisteEOF
           else
               Add 1 to NbLignesPiste
               Move PeriodePI to PeriodeTR(NbLignesPiste)
               Move VersionPI to VersionTR(NbLignesPiste)
               Move SoldeCloturePI to SoldeClotureTR(NbLignesPiste)
               Move BaseCalculPI to BaseCalculTR(NbLignesPiste)
               Move NbJoursPI to NbJoursTR(NbLignesPiste)
               Move ConventionTauxPI
                   to ConventionTauxTR(NbLignesPiste)
               Move TauxPeriodePI to TauxPeriodeTR(NbLignesPiste)
               Move PaliersPI to PaliersTR(NbLignesPiste)
               Move InteretBrutPI to InteretBrutTR(NbLignesPiste)
               Move PrelSociauxPI to PrelSociauxTR(NbLignesPiste)
               If NbLignesPiste = 12
                   Move 1 to PisteEOF
               end-if
           end-if.

       EcritLignePiste.
           Move PeriodeTR(IndexPiste) to PeriodePI
           Compute VersionPI = VersionTR(IndexPiste) + 1
           Move 'R' to TypeCalculPI
           Move SoldeClotureTR(IndexPiste) to SoldeCloturePI
           Move BaseCalculTR(IndexPiste) to BaseCalculPI
           Move NbJoursTR(IndexPiste) to NbJoursPI
           Move ConventionTauxTR(IndexPiste) to ConventionTauxPI
           Compute TauxPeriodePI rounded =
               TauxPeriodeTR(IndexPiste) * RatioContrat
           Move PaliersTR(IndexPiste) to PaliersPI
           Compute InteretBrutPI rounded =
               InteretBrutTR(IndexPiste) * RatioContrat
           Compute PrelSociauxPI rounded =
               PrelSociauxTR(IndexPiste) * RatioContrat
           Move HorodatageBatch to DateCalculPI
           Move NoOperationOC to NoOperationPI

           EXEC SQL
               INSERT INTO DetailInterets
                   (CodeProduit, NoContrat, Periode, Version,
                    TypeCalcul, SoldeCloture, BaseCalcul, NbJours,
                    ConventionTaux, SourceTaux, TauxAnnuel, TauxPeriode,
                    Paliers, InteretBrut, PrelSociaux, DateCalcul,
                    NoOperation)
               VALUES
                   (:CodeProduitPI, :NoContratPI, :PeriodePI,
                    :VersionPI, :TypeCalculPI, :SoldeCloturePI,
                    :BaseCalculPI, :NbJoursPI, :ConventionTauxPI,
                    :SourceTauxPI,
                    :TauxAnnuelPI, :TauxPeriodePI, :PaliersPI,
                    :InteretBrutPI, :PrelSociauxPI, :DateCalculPI,
                    :NoOperationPI)
           END-EXEC

           If SQLCODE = 0
               Add 1 to NbDetailsRegul
           else
               Display " Erreur piste de calcul : " CodeProduitPI
                   ' ' NoContratPI ' ' PeriodePI
           end-if
           Add 1 to IndexPiste.

       EcritLigneRapportRegul.
           If FichierRapportRegulOk = 1
               Move TotalInteretAncien to MontantDisplayRG
                       into EnrLigneRapportRegul
                   end-string
               end-if
               If GarantieAVerifier = 1
                   If ProduitAPaliers = 1
                       String EnrLigneRapportRegul(1:86)
                           " - FIN DE GARANTIE A VERIFIER"
                           into EnrLigneRapportRegul
                       end-string
                   else
                       String EnrLigneRapportRegul(1:67)
                           ";FIN DE GARANTIE A VERIFIER"
                           into EnrLigneRapportRegul
                       end-string
                   end-if
               end-if
               Move EnrLigneRapportRegul to EnrFichierRapportRegul
               write EnrFichierRapportRegul
           end-if.
               " rejetee(s) ".
           Display " Contrats ajustes : " NbContratsRegularises
               " (rapport : RegularisationTaux.txt) ".
           Display " Mois recalcules dans la piste de calcul : "
               NbDetailsRegul.

      *---------------------------------------------------------------
      *  Taux corrige de l'annee demandee, lu dans le referentiel
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

