       program-id. CoutGarantiesTaux as
           "Contrat_Epargne_TS.CoutGarantiesTaux".

       environment division.
       Configuration section.

       input-output section.
       file-control.
           select FichierEpargne assign to
                "C:\fichiers-cobol\ProduitsEpargne.csv"
                organization is line sequential access sequential
                file status is FichierEpargneStatus.

           select FichierTauxAnnee assign to
                "C:\fichiers-cobol\TauxRemunerationAnnee.csv"
                organization is line sequential access sequential
                file status is FichierTauxAnneeStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

      *    Rapport du cout des garanties de taux : detail des contrats
      *    dont le taux garanti depasse le taux produit, puis totaux par
      *    produit - jamais d'ecriture en base
           select FichierCoutGaranties assign to
                "C:\fichiers-cobol\CoutGarantiesTaux.txt"
                organization is line sequential access sequential
                file status is FichierCoutGarantiesStatus.

       data division.

       file section.
       FD FichierEpargne record varying from 0 to 255.
       01 EnrFichierEpargne pic x(255).

       FD FichierTauxAnnee record varying from 0 to 255.
       01 EnrFichierTauxAnnee pic x(255).

       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       FD FichierCoutGaranties record varying from 0 to 255.
       01 EnrFichierCoutGaranties pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.
       77  EofImport               pic 9.
       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
       77  TauxPrelSociauxDefaut   pic 99v9999 value 0.1720.
       77  FichierTauxAnneeStatus  pic x(2).
       77  EofImportTaux           pic 9.
       77  IndexTauxAnnee          pic 9(3).
       77  IndexRechTauxAnnee      pic 9(3).
       77  TauxAnneeTrouve         pic 9.
       77  NbChampsImportTaux      pic 9.
       77  IndicateurAnnee         pic 9999.
       77  TauxAnnuelEnVigueur     pic 99v9999.
       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).

       77  FichierCoutGarantiesStatus pic x(2).
       77  FichierCoutGarantiesOk  pic 9 value 0.
       77  EnrLigneCoutGaranties   pic X(255).

       77  ContratsEOF             pic 9.
       77  NbContratsGarantis      pic 9(5) value 0.
       77  NbContratsDansMonnaie   pic 9(5) value 0.

      *---------------------------------------------------------------
      * Garantie "dans la monnaie" : le taux minimum garanti du
      * contrat (TauxGaranti, fige a la souscription) depasse le taux
      * produit de l'annee de traitement (referentiel par annee puis
      * taux produit, comme CalculInteretMensuel) - le cout annuel
      * estime est l'ecart de taux applique a l'encours du contrat.
      * Une garantie echue avant le mois de traitement ne compte plus
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       77  EcartTauxGarantie       pic 99v9999.
       77  CoutAnnuelContrat       pic 9(12)v99.
       77  CoutAnnuelTotal         pic 9(13)v99 value 0.
       77  MontantDisplayCG        pic Z(12)9.99.
       77  TauxDisplayCG           pic Z9.9999.
       77  NbDisplayCG             pic Z(4)9.

       01  TotauxGaranties.
           05 TotalGarantie OCCURS 200 TIMES.
               10 NbGarantiesProduit   PIC 9(5).
               10 NbDansMonnaieProduit PIC 9(5).
               10 EncoursDansMonnaie   PIC 9(13)V99.
               10 CoutAnnuelProduit    PIC 9(13)V99.

      *---------------------------------------------------------------
      * Controle des passages batch : rapport en lecture seule,
      * trace sans refus de relancement
      *---------------------------------------------------------------
       01  HeureBatch.
           10 HeureBatchH          pic 99.
           10 HeureBatchMn         pic 99.
           10 HeureBatchSec        pic 99.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - cout des garanties de taux : chaque contrat vivant
      *  portant un taux minimum garanti en cours est compare au taux
      *  produit de l'annee ; les garanties dans la monnaie sont
      *  detaillees et totalisees par produit (encours concerne, cout
      *  annuel estime) - aucune ecriture en base
      *---------------------------------------------------------------
       Debut.
           perform CoutGarantiesTaux-Init.
           perform CoutGarantiesTaux-Trt until ContratsEOF = 1.
           perform CoutGarantiesTaux-Fin.
           goback.

       CoutGarantiesTaux-Init.
           Move 0 to ContratsEOF.
           Initialize TotauxGaranties.
           perform ImportationFichier.
           perform ImportationTauxAnnee.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to ContratsEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE ContratsGarantis-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, ValeurCourante,
                 TauxGaranti, COALESCE(DateFinGarantie, ' ')
                From ProduitsClient
                Where (EtatProduit = 1 OR EtatProduit = 5)
                And TauxGaranti > 0
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

           EXEC SQL
               OPEN ContratsGarantis-Curseur
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.

           If ContratsEOF = 0
               open output FichierCoutGaranties
               evaluate FichierCoutGarantiesStatus
                   when "00"
                       move 1 to FichierCoutGarantiesOk
                       String "COUT DES GARANTIES DE TAUX AU "
                           Annee of DateOperationContrat '-'
                           Mois of DateOperationContrat '-'
                           Jour of DateOperationContrat
                           into EnrLigneCoutGaranties
                       end-string
                       Move EnrLigneCoutGaranties
                           to EnrFichierCoutGaranties
                       write EnrFichierCoutGaranties
                       move "Produit;Contrat;Encours;TauxGaranti;TauxProduit;CoutAnnuel"
                           to EnrFichierCoutGaranties
                       write EnrFichierCoutGaranties
                   when other
                       move 0 to FichierCoutGarantiesOk
                       Display " Erreur ouverture rapport garanties"
                           " - code " FichierCoutGarantiesStatus
                       Move 1 to ContratsEOF
               end-evaluate
           end-if.

      *---------------------------------------------------------------
      *  Un contrat garanti : garantie en cours sur la periode, taux
      *  produit de l'annee, cout si la garantie est dans la monnaie
      *---------------------------------------------------------------
       CoutGarantiesTaux-Trt.
           EXEC SQL
               FETCH ContratsGarantis-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC,
                    :TauxGarantiPC, :DateFinGarantiePC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
           else
               Move CodeProduitPC to CodeProduitRecherche
               Perform ChargeParamProduit

               If ProduitTrouve = 1
                and (DateFinGarantiePC = spaces
                     or DateFinGarantiePC(1:7) >= PeriodeTraitement)
                   Add 1 to NbContratsGarantis
                   Add 1 to NbGarantiesProduit(IndexRechProduit)

                   Move Annee of DateOperationContrat
                       to IndicateurAnnee
                   Perform ChargeTauxAnnee

                   If TauxGarantiPC > TauxAnnuelEnVigueur
                       Perform CumuleGarantieDansMonnaie
                   end-if
               end-if
           end-if.

       CumuleGarantieDansMonnaie.
           Compute EcartTauxGarantie =
               TauxGarantiPC - TauxAnnuelEnVigueur
           Compute CoutAnnuelContrat rounded =
               ValeurCourantePC * EcartTauxGarantie

           Add 1 to NbContratsDansMonnaie
           Add 1 to NbDansMonnaieProduit(IndexRechProduit)
           Add ValeurCourantePC
               to EncoursDansMonnaie(IndexRechProduit)
           Add CoutAnnuelContrat
               to CoutAnnuelProduit(IndexRechProduit)
           Add CoutAnnuelContrat to CoutAnnuelTotal

           If FichierCoutGarantiesOk = 1
               Move ValeurCourantePC to MontantDisplayCG
               String CodeProduitPC ';' NoContratPC
                   ';' MontantDisplayCG
                   into EnrLigneCoutGaranties
               end-string
               Move TauxGarantiPC to TauxDisplayCG
               String EnrLigneCoutGaranties(1:29)
                   ';' TauxDisplayCG
                   into EnrLigneCoutGaranties
               end-string
               Move TauxAnnuelEnVigueur to TauxDisplayCG
               String EnrLigneCoutGaranties(1:37)
                   ';' TauxDisplayCG
                   into EnrLigneCoutGaranties
               end-string
               Move CoutAnnuelContrat to MontantDisplayCG
               String EnrLigneCoutGaranties(1:45)
                   ';' MontantDisplayCG
                   into EnrLigneCoutGaranties
               end-string
               Move EnrLigneCoutGaranties to EnrFichierCoutGaranties
               write EnrFichierCoutGaranties
           end-if.

      *---------------------------------------------------------------
      *  Totaux par produit, total general, puis bilan du job
      *---------------------------------------------------------------
       CoutGarantiesTaux-Fin.
           EXEC SQL
               CLOSE ContratsGarantis-Curseur
           END-EXEC.

           If FichierCoutGarantiesOk = 1
               Move spaces to EnrFichierCoutGaranties
               write EnrFichierCoutGaranties
               move "Produit;NbGaranties;NbDansLaMonnaie;EncoursDansLaMonnaie;CoutAnnuel"
                   to EnrFichierCoutGaranties
               write EnrFichierCoutGaranties

               Move 1 to IndexRechProduit
               Perform EcritTotalProduit
                   until IndexRechProduit > NbLigneProduit

               Move CoutAnnuelTotal to MontantDisplayCG
               String "TOTAL COUT ANNUEL ESTIME ;" MontantDisplayCG
                   into EnrLigneCoutGaranties
               end-string
               Move EnrLigneCoutGaranties to EnrFichierCoutGaranties
               write EnrFichierCoutGaranties

               close FichierCoutGaranties
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Cout des garanties de taux : " NbContratsGarantis
               " garantie(s) en cours, " NbContratsDansMonnaie
               " dans la monnaie (cf CoutGarantiesTaux.txt) ".

       EcritTotalProduit.
           If NbGarantiesProduit(IndexRechProduit) > 0
               Move NbGarantiesProduit(IndexRechProduit)
                   to NbDisplayCG
               String CodeProduit of ligneProduit(IndexRechProduit)
                   ';' NbDisplayCG
                   into EnrLigneCoutGaranties
               end-string
               Move NbDansMonnaieProduit(IndexRechProduit)
                   to NbDisplayCG
               String EnrLigneCoutGaranties(1:8) ';' NbDisplayCG
                   into EnrLigneCoutGaranties
               end-string
               Move EncoursDansMonnaie(IndexRechProduit)
                   to MontantDisplayCG
               String EnrLigneCoutGaranties(1:14) ';' MontantDisplayCG
                   into EnrLigneCoutGaranties
               end-string
               Move CoutAnnuelProduit(IndexRechProduit)
                   to MontantDisplayCG
               String EnrLigneCoutGaranties(1:31) ';' MontantDisplayCG
                   into EnrLigneCoutGaranties
               end-string
               Move EnrLigneCoutGaranties to EnrFichierCoutGaranties
               write EnrFichierCoutGaranties
           end-if
           Add 1 to IndexRechProduit.

      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge
      *---------------------------------------------------------------
       ChargeDateTraitement.
           open input FichierDateTraitement
           if FichierDateTrtStatus = "00"
               read FichierDateTraitement
                   at end continue
                   not at end
                       move EnrFichierDateTrt(1:10) to DateTraitementLue
                       if AnneeDateTrtTxt is numeric
                        and MoisDateTrtTxt is numeric
                        and JourDateTrtTxt is numeric
                           move AnneeDateTrtTxt
                               to Annee of DateOperationContrat
                           move MoisDateTrtTxt
                               to Mois of DateOperationContrat
                           move JourDateTrtTxt
                               to Jour of DateOperationContrat
                           Display " Date de traitement forcee : "
                               EnrFichierDateTrt(1:10)
                       end-if
               end-read
               close FichierDateTraitement
           end-if.

      *---------------------------------------------------------------
      *  Recherche du taux en vigueur pour IndicateurAnnee dans le
      *  referentiel importe - meme logique que CalculInteretMensuel
      *---------------------------------------------------------------
       ChargeTauxAnnee.
           Move 0 to TauxAnneeTrouve
           Move 1 to IndexTauxAnnee
           Perform ChargeTauxAnnee-Trt
               Until IndexTauxAnnee > NbLigneTauxAnnee
                  or TauxAnneeTrouve = 1

           if TauxAnneeTrouve = 1
               Move TauxAnneeVal of ligneTauxAnnee(IndexRechTauxAnnee)
                   to TauxAnnuelEnVigueur
           else
               Move TauxRemuneration of Tab to TauxAnnuelEnVigueur
           end-if.

       ChargeTauxAnnee-Trt.
           if AnneeTaux of ligneTauxAnnee(IndexTauxAnnee)
              = IndicateurAnnee
               Move 1 to TauxAnneeTrouve
               Move IndexTauxAnnee to IndexRechTauxAnnee
           else
               Add 1 to IndexTauxAnnee
           end-if.

      *---------------------------------------------------------------
      *  Importation de TauxRemunerationAnnee.csv - meme logique que
      *  CalculInteretMensuel
      *---------------------------------------------------------------
       ImportationTauxAnnee.
           Move 0 to EofImportTaux
           Move 1 to IndexTauxAnnee

           open input FichierTauxAnnee
           evaluate FichierTauxAnneeStatus
               when "00"
                   read FichierTauxAnnee
                       at end move 1 to EofImportTaux
                   end-read
               when other
                   move 1 to EofImportTaux
           end-evaluate

           Perform ImportationTauxAnnee-Trt Until EofImportTaux = 1

           if FichierTauxAnneeStatus = "00"
            or FichierTauxAnneeStatus = "10"
               close FichierTauxAnnee
           end-if.

       ImportationTauxAnnee-Trt.
           Unstring EnrFichierTauxAnnee delimited by ";" into
               AnneeTaux       of ligneTauxAnnee(IndexTauxAnnee)
               TauxAnneeTxt    of ligneTauxAnnee(IndexTauxAnnee)
               Tallying in NbChampsImportTaux
           end-Unstring

           if NbChampsImportTaux = 2
            and TauxAnneeTxt of ligneTauxAnnee(IndexTauxAnnee)
                is numeric
               Move IndexTauxAnnee to NbLigneTauxAnnee
               Add 1 to IndexTauxAnnee
           end-if

           read FichierTauxAnnee
               at end move 1 to EofImportTaux
           end-read.

      *---------------------------------------------------------------
      *  Controle des passages batch : rapport en lecture seule,
      *  trace sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "CoutGarantiesTaux" to NomJobCB
           Move PeriodeTraitement to PeriodeJobCB

           ACCEPT HeureBatch from time
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat ' '
               HeureBatchH ':' HeureBatchMn ':' HeureBatchSec
               into HorodatageBatch
           end-string

           Move HorodatageBatch to DateDebutCB
           Move spaces to DateFinCB
           Move 0 to NbTraitesCB
           Move 'E' to EtatJobCB

           EXEC SQL
               INSERT INTO ControleBatch
                   (NomJob, PeriodeJob, DateDebut, DateFin,
                    NbTraites, EtatJob)
               VALUES
                   (:NomJobCB, :PeriodeJobCB, :DateDebutCB,
                    :DateFinCB, :NbTraitesCB, :EtatJobCB)
           END-EXEC.

       FinControleBatch.
           ACCEPT HeureBatch from time
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat ' '
               HeureBatchH ':' HeureBatchMn ':' HeureBatchSec
               into HorodatageBatch
           end-string

           Move HorodatageBatch to DateFinCB
           Move NbContratsGarantis to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

      *---------------------------------------------------------------
      * Importation du fichier des parametres produit (meme logique
      * que CalculInteretMensuel, ce job etant independant il se
      * recharge lui-meme depuis le fichier CSV)
      *---------------------------------------------------------------

       ImportationFichier.
           perform ImportationFichier-Init.
           perform ImportationFichier-Trt Until EofImport = 1.
           perform ImportationFichier-Fin.

       ImportationFichier-Init.
           Move 0 to EofImport.
           Move 1 to IndexContrat.
           Move 0 to ImportFichierOk.
           open input FichierEpargne.
           evaluate FichierEpargneStatus
               when "00"
                   move 1 to ImportFichierOk
                   read FichierEpargne
                       at end move 1 to EofImport
                   end-read
               when "35"
                   Display " Fichier produits introuvable - job"
                       " interrompu "
                   move 1 to EofImport
                   move 1 to ContratsEOF
               when other
                   Display " Erreur ouverture fichier produits -"
                       " code " FichierEpargneStatus
                   move 1 to EofImport
                   move 1 to ContratsEOF
           end-evaluate.

       ImportationFichier-Trt.
           read FichierEpargne
               at end move 1 to EofImport
               not at end perform TrtLigne
           end-read.

       ImportationFichier-Fin.
           if ImportFichierOk = 1
               compute NbLigneProduit = IndexContrat - 1
               if NbLigneProduit < 1
                   move 1 to NbLigneProduit
               end-if
               close FichierEpargne
           end-if.

       TrtLigne.
           Move 0 to NbChampsImport
           Unstring EnrFichierEpargne delimited by ";" into

               CodeProduit  of ligneProduit(IndexContrat)
               FraisEntreeTxt  of ligneProduit(IndexContrat)
               FraisVersementTxt   of ligneProduit(IndexContrat)
               FiscRachatTxt   of ligneProduit(IndexContrat)
               TauxRemunerationTxt  of ligneProduit(IndexContrat)
               SeuilEntreeTxt   of ligneProduit(IndexContrat)
               SeuilEntreeBrutTxt   of ligneProduit(IndexContrat)
               ConventionTaux   of ligneProduit(IndexContrat)
               CapitalisationInterets of ligneProduit(IndexContrat)
               DureeMinAnneesTxt of ligneProduit(IndexContrat)
               MontantMinProgrammeTxt of ligneProduit(IndexContrat)
               SeuilApprobationTxt of ligneProduit(IndexContrat)
               TauxPromoTxt of ligneProduit(IndexContrat)
               DureePromoMoisTxt of ligneProduit(IndexContrat)
               AgeMinSouscriptionTxt of ligneProduit(IndexContrat)
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
                   continue
               when FraisVersementTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when FiscRachatTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when TauxRemunerationTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when SeuilEntreeTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when SeuilEntreeBrutTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when ConventionTaux of ligneProduit(IndexContrat)
                    not = '1'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '2'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '3'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '4'
                   continue
               when CapitalisationInterets
                    of ligneProduit(IndexContrat) not = '1'
                and CapitalisationInterets
                    of ligneProduit(IndexContrat) not = '2'
                   continue
               when DureeMinAnneesTxt of ligneProduit(IndexContrat)
                   is not numeric
                   continue
               when MontantMinProgrammeTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when SeuilApprobationTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when TauxPromoTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when DureePromoMoisTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when AgeMinSouscriptionTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
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

      *---------------------------------------------------------------
      * Recherche d'un produit par son code dans le tableau importe du
      * fichier de parametres, et alimentation de Tab a partir de la
      * ligne trouvee - meme logique que CalculInteretMensuel
      *---------------------------------------------------------------

       ChargeParamProduit.
           Move 0 to ProduitTrouve.
           Move 1 to IndexRechProduit.
           Perform ChargeParamProduit-Trt
               Until IndexRechProduit > NbLigneProduit
                or ProduitTrouve = 1.

       ChargeParamProduit-Trt.
           if CodeProduit of ligneProduit(IndexRechProduit)
              = CodeProduitRecherche
               Move 1 to ProduitTrouve
               Move CodeProduit of ligneProduit(IndexRechProduit)
                   to CodeProduitParam of Tab
               Move FraisEntree of ligneProduit(IndexRechProduit)
                   to FraisEntree of Tab
               Move FraisVersement of ligneProduit(IndexRechProduit)
                   to FraisVersement of Tab
               Move FiscRachat of ligneProduit(IndexRechProduit)
                   to FiscRachat of Tab
               Move TauxRemuneration
                   of ligneProduit(IndexRechProduit)
                   to TauxRemuneration of Tab
               Move TauxPrelSociauxDefaut
                   to TauxPrelSociaux of Tab
               Move SeuilEntree of ligneProduit(IndexRechProduit)
                   to SeuilEntree of Tab
               Move SeuilEntreeBrut of ligneProduit(IndexRechProduit)
                   to SeuilEntreeBrut of Tab
               Move ConventionTaux of ligneProduit(IndexRechProduit)
                   to ConventionTaux of Tab
               Move CapitalisationInterets
                   of ligneProduit(IndexRechProduit)
                   to CapitalisationInterets of Tab
               Move DureeMinAnnees of ligneProduit(IndexRechProduit)
                   to DureeMinAnnees of Tab
               Move MontantMinProgramme
                   of ligneProduit(IndexRechProduit)
                   to MontantMinProgramme of Tab
               Move SeuilApprobation
                   of ligneProduit(IndexRechProduit)
                   to SeuilApprobation of Tab
               Move TauxPromo
                   of ligneProduit(IndexRechProduit)
                   to TauxPromo of Tab
               Move DureePromoMois
                   of ligneProduit(IndexRechProduit)
                   to DureePromoMois of Tab
               Move AgeMinSouscription
                   of ligneProduit(IndexRechProduit)
                   to AgeMinSouscription of Tab
               Move AgeMaxSouscription
                   of ligneProduit(IndexRechProduit)
                   to AgeMaxSouscription of Tab
               Move ControleAgeBenef
                   of ligneProduit(IndexRechProduit)
                   to ControleAgeBenef of Tab
               Move StatutVente
                   of ligneProduit(IndexRechProduit)
                   to StatutVente of Tab
           else
               Add 1 to IndexRechProduit
           end-if.


       end program CoutGarantiesTaux.
