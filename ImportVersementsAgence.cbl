                file status is FichierEpargneStatus.

      *    Versements remis par les agences (CSV) : une ligne par
      *    versement - CodeProduit;NoContrat;Montant;Date;CodeAgence,
      *    le numero suivi de sa cle (NNNNNNNN-CC, cf CleContrat),
      *    encadree par ENTETE;... et TOTAL;NbLignes;TotalMontant (cf
      *    ControleFichierRecu)
           select FichierVersements assign to
                "C:\fichiers-cobol\VersementsAgence.csv"
                organization is line sequential access sequential
       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
      *---------------------------------------------------------------
       01  LigneVersementAgence.
           05 CodeProduitVA        PIC XX.
           05 NoContratCleVA.
              10 NoContratVATxt    PIC X(8).
              10 NoContratVA REDEFINES NoContratVATxt PIC 9(8).
              10 TiretCleVA        PIC X.
              10 CleContratVA      PIC X(2).
           05 MontantVATxt         PIC X(12).
           05 MontantVA REDEFINES MontantVATxt PIC 9(10)V99.
           05 DateVersementVA      PIC X(10).

      *---------------------------------------------------------------
      * Controle des passages batch : import au fil des remises, trace
      * sans refus de relancement (un fichier deja integre est refuse
      * comme doublon par le registre des fichiers recus)
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       01  HeureBatch.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Plafond reglementaire des versements du produit (cf
      * ControlePlafondVersement) : encours de la personne sur le
      * produit, tous ses contrats en vie confondus
      *---------------------------------------------------------------
       77  CodeProduitPlafond      pic XX.
       77  TiersPlafond            pic S9(9) comp-5.
       77  MontantPlafondControle  pic 9(12)v99.
       77  EncoursPlafondTiers     pic 9(12)v99.
       77  ChequesPlafondTiers     pic 9(12)v99.
       77  DisponiblePlafond       pic 9(12)v99.
       77  PlafondDepasse          pic 9.
       77  NbVersementsPlafond     pic 9(5) value 0.

      *---------------------------------------------------------------
      * Agence remettante (cf referentiel Agences) : connue et active,
      * et titulaire du contrat quand celui-ci porte une agence - les
      * contrats anterieurs au referentiel (agence a blanc) restent
      * ouverts a toute agence. Referentiel vide = controle inactif
      *---------------------------------------------------------------
       77  NbAgencesReferentiel    pic 9(5) value 0.
       77  AgenceRemiseValide      pic 9.
       77  ContratVersementTrouve  pic 9.
       77  NbRejetsAgence          pic 9(5) value 0.

      *---------------------------------------------------------------
      * Controle du fichier entrant avant integration (cf
      * ControleFichierRecu) : entete, pied TOTAL cadre et doublon -
      * un fichier refuse ne pose RIEN
      *---------------------------------------------------------------
       01  ControleReception.
           05 JobCX                PIC X(30).
           05 NomFichierCX         PIC X(60).
           05 RangMontantCX        PIC 9.
           05 NoPassageCX          PIC 9(8).
           05 FichierAccepteCX     PIC 9.
           05 MotifRefusCX         PIC X(60).
           05 NbLignesCX           PIC 9(7).
           05 MontantTotalCX       PIC 9(13)V99.
           05 EmpreinteCX          PIC 9(9).

      *---------------------------------------------------------------
      * Cle de controle du numero de contrat (cf CleContrat) : le
      * numero est remis NNNNNNNN-CC, sans cle pendant la periode de
      * transition
      *---------------------------------------------------------------
       01  DemandeCleContrat.
           05 ActionCK             PIC X.
           05 CodeProduitCK        PIC X(2).
           05 NoContratCK          PIC 9(8).
           05 CleSaisieCK          PIC X(2).
           05 DateReferenceCK      PIC X(10).
           05 CleContratCK         PIC 99.
           05 RetourCK             PIC 9.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".
           end-string
           Perform DebutControleBatch.

           EXEC SQL
               SELECT COUNT(*)
               INTO :NbAgencesReferentiel
               FROM Agences
           END-EXEC
           If SQLCODE not = 0
               Move 0 to NbAgencesReferentiel
           end-if.

           Perform ControleFichierEntrant.

           If FichierAccepteCX = 0
               Display " Fichier des versements agences refuse -"
                   " aucun versement pose "
               move 1 to EofVersements
           else
               open input FichierVersements
               evaluate FichierVersementsStatus
                   when "00"
                       open output FichierRejetsAgence
                       read FichierVersements
                           at end move 1 to EofVersements
                       end-read
                   when "35"
                       Display " Fichier des versements agences"
                           " introuvable - job interrompu "
                       move 1 to EofVersements
                   when other
                       Display " Erreur ouverture fichier versements -"
                           " code " FichierVersementsStatus
                       move 1 to EofVersements
               end-evaluate
           end-if.

       ImportVersementsAgence-Trt.
           If EnrFichierVersements(1:6) not = "ENTETE"
            and EnrFichierVersements(1:6) not = "TOTAL;"
               Perform TrtLigneVersement
           end-if.

           read FichierVersements
               at end move 1 to EofVersements
           Move spaces to LigneVersementAgence
           Unstring EnrFichierVersements delimited by ";" into
               CodeProduitVA
               NoContratCleVA
               MontantVATxt
               DateVersementVA
               CodeAgenceVA
               Tallying in NbChampsVersement
           end-Unstring

           Move 0 to RetourCK
           If NoContratVATxt is numeric
               Perform ControleCleVersement
           end-if

           evaluate true
               when NbChampsVersement < 4
                   Move "nombre de champs invalide" to MotifRejetLigne
               when NoContratVATxt is not numeric
                   Move "numero de contrat non numerique" to MotifRejetLigne
                   Perform RejeterLigneVersement
               when RetourCK = 2
                   Move "cle du contrat absente" to MotifRejetLigne
                   Perform RejeterLigneVersement
               when RetourCK = 3
                   Move "cle du contrat erronee" to MotifRejetLigne
                   Perform RejeterLigneVersement
               when MontantVATxt is not numeric
                   Move "montant non numerique" to MotifRejetLigne
                   Perform RejeterLigneVersement
                   end-if
           end-evaluate.

      *---------------------------------------------------------------
      *  Cle de controle remise a la suite du numero (NNNNNNNN-CC) :
      *  tout autre separateur que le tiret rend la cle erronee
      *---------------------------------------------------------------
       ControleCleVersement.
           Move 'V' to ActionCK
           Move CodeProduitVA to CodeProduitCK
           Move NoContratVA to NoContratCK
           evaluate TiretCleVA
               when '-'
                   Move CleContratVA to CleSaisieCK
               when space
                   Move spaces to CleSaisieCK
               when other
                   Move "??" to CleSaisieCK
           end-evaluate
           Move spaces to DateReferenceCK
           Call 'CleContrat' using DemandeCleContrat.

      *---------------------------------------------------------------
      *  Controle de la date remise : forme AAAA-MM-JJ (chiffres et
      *  tirets), mois 1-12, jour plausible pour le mois (bissextile
           EXEC SQL
               SELECT CodeProduit, NoContrat, EtatProduit,
                COALESCE(DerogFrais, 0),
                COALESCE(FraisVersementDerog, 0), TiersSouscr,
                COALESCE(CodeAgence, ' ')
               INTO :CodeProduitPC, :NoContratPC, :EtatProduitPC,
                :DerogFraisPC, :FraisVersDerogPC, :TiersSouscrPC,
                :CodeAgencePC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC)
           END-EXEC

           If SQLCODE = 100
               Move 0 to ContratVersementTrouve
               Move 1 to AgenceRemiseValide
           else
               Move 1 to ContratVersementTrouve
               Perform ControleAgenceRemise
           end-if

           evaluate true
               when ContratVersementTrouve = 0
                   Move "contrat inconnu" to MotifRejetLigne
                   Perform RejeterLigneVersement
               when EtatProduitPC not = 1
                   Move "contrat non actif" to MotifRejetLigne
                   Perform RejeterLigneVersement
               when AgenceRemiseValide = 0
                   Move "agence inconnue ou inactive" to MotifRejetLigne
                   Add 1 to NbRejetsAgence
                   Perform RejeterLigneVersement
               when CodeAgencePC not = spaces
                and CodeAgencePC not = CodeAgenceVA
                   Move "agence non titulaire du contrat"
                       to MotifRejetLigne
                   Add 1 to NbRejetsAgence
                   Perform RejeterLigneVersement
               when other
                   Move CodeProduitPC to CodeProduitRecherche
                   Perform ChargeParamProduit
                   Move 0 to PlafondDepasse
                   If ProduitTrouve = 1
                       Move CodeProduitPC to CodeProduitPlafond
                       Move TiersSouscrPC to TiersPlafond
                       Move MontantVA to MontantPlafondControle
                       Perform ControlePlafondVersement
                   end-if
                   evaluate true
                       when ProduitTrouve = 0
                           Move "produit inconnu du fichier parametres"
                       when StatutVente of Tab = 'G'
                           Move "produit gele" to MotifRejetLigne
                           Perform RejeterLigneVersement
      *                Plafond reglementaire des versements du produit
                       when PlafondDepasse = 1
                           Move "plafond reglementaire du produit atteint"
                               to MotifRejetLigne
                           Perform RejeterLigneVersement
                       when other
                           Perform PoseVersementAgence
                   end-evaluate
           end-evaluate.

      *---------------------------------------------------------------
      *  Agence remettante : code connu du referentiel et actif (une
      *  agence fermee ou fusionnee ne remet plus de versements) -
      *  controle inactif tant que le referentiel n'est pas alimente
      *---------------------------------------------------------------
       ControleAgenceRemise.
           Move 1 to AgenceRemiseValide

           If NbAgencesReferentiel > 0
               Move CodeAgenceVA to CodeAgenceAG
               Move 0 to ActifAgenceAG
               EXEC SQL
                   SELECT Actif
                   INTO :ActifAgenceAG
                   FROM Agences
                   WHERE CodeAgence = :CodeAgenceAG
               END-EXEC
               If SQLCODE not = 0 or ActifAgenceAG not = 1
                   Move 0 to AgenceRemiseValide
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Plafond reglementaire des versements (PlafondVersements de
      *  Tab, zero = pas de plafond) - meme regle que
      *  ControlePlafondVersement dans Contrat_Epargne_Main : valeurs
      *  courantes des contrats en vie de la personne sur le produit
      *  (rapproches par l'identite du souscripteur TiersPlafond) +
      *  cheques en attente + MontantPlafondControle ne doivent pas
      *  depasser le plafond
      *---------------------------------------------------------------
       ControlePlafondVersement.
           Move 0 to PlafondDepasse
           Move 0 to DisponiblePlafond

           If PlafondVersements of Tab > 0
               Move 0 to EncoursPlafondTiers
               Move 0 to ChequesPlafondTiers

               EXEC SQL
                   SELECT COALESCE(SUM(PC.ValeurCourante), 0)
                   INTO :EncoursPlafondTiers
                   FROM ProduitsClient PC, TiersSB T, TiersSB S
                   WHERE PC.CodeProduit = :CodeProduitPlafond
                   AND PC.EtatProduit <> 0
                   AND PC.EtatProduit <> 6
                   AND T.IdTiers = PC.TiersSouscr
                   AND S.IdTiers = :TiersPlafond
                   AND T.Nom = S.Nom
                   AND T.Prenom = S.Prenom
                   AND T.DateNaissance = S.DateNaissance
               END-EXEC

               EXEC SQL
                   SELECT COALESCE(SUM(OC.MontantOperation), 0)
                   INTO :ChequesPlafondTiers
                   FROM OperationsCompte OC, ProduitsClient PC,
                    TiersSB T, TiersSB S
                   WHERE OC.CodeProduit = PC.CodeProduit
                   AND OC.NoContrat = PC.NoContrat
                   AND OC.TypeOperation = 'V'
                   AND OC.StatutReglement = 'A'
                   AND PC.CodeProduit = :CodeProduitPlafond
                   AND T.IdTiers = PC.TiersSouscr
                   AND S.IdTiers = :TiersPlafond
                   AND T.Nom = S.Nom
                   AND T.Prenom = S.Prenom
                   AND T.DateNaissance = S.DateNaissance
               END-EXEC

               Add ChequesPlafondTiers to EncoursPlafondTiers
               If EncoursPlafondTiers < PlafondVersements of Tab
                   Subtract EncoursPlafondTiers
                       from PlafondVersements of Tab
                       giving DisponiblePlafond
               end-if
               If MontantPlafondControle > DisponiblePlafond
                   Move 1 to PlafondDepasse
               end-if
           end-if.

       PoseVersementAgence.
           Move MontantVA to MontantOperationOC
           Move 'V' to TypeOperationOC
                   ,MontantOperation
                   ,DateOperation
                   ,Operateur
                   ,DateValeur
                   ,NoPassage)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:OperateurOC
                   ,:DateValeurOC
                   ,:NoPassageCB)
           END-EXEC.

       RejeterLigneVersement.
           Display " Rejets : " NbLignesRejetees
               " ligne(s) pour " TotalRejetesDisplay
               " (cf VersementsAgenceRejets.txt) ".
           If NbRejetsAgence > 0
               Display "   dont " NbRejetsAgence
                   " rejet(s) sur controle de l'agence remettante"
           end-if.

      *---------------------------------------------------------------
      *  Fichier des versements presente au controle des fichiers
      *  recus - le montant est le 3e champ de la ligne
      *---------------------------------------------------------------
       ControleFichierEntrant.
           Move "ImportVersementsAgence" to JobCX
           Move "C:\fichiers-cobol\VersementsAgence.csv" to NomFichierCX
           Move 3 to RangMontantCX
           Move NoPassageCB to NoPassageCX
           Call 'ControleFichierRecu' using ControleReception.

      *---------------------------------------------------------------
      *  Controle des passages batch : trace sans refus de
      *  relancement (le fichier deja integre est refuse par le
      *  registre des fichiers recus)
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "ImportVersementsAgence" to NomJobCB
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
           END-EXEC.

       FinControleBatch.
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC

           If SQLCODE = 0
            and FichierAccepteCX = 1
            and FichierVersementsStatus = "00"
               Perform IntegreFichierRecu
           end-if.

      *---------------------------------------------------------------
      *  Passage termine sur un fichier lu jusqu'au bout : l'inscription
      *  'C' du controle des fichiers recus passe 'I' integre. Un
      *  passage interrompu ou en echec la laisse 'C' et le meme
      *  fichier pourra etre represente sans etre pris pour un doublon
      *---------------------------------------------------------------
       IntegreFichierRecu.
           Move JobCX to NomFluxRF
           Move EmpreinteCX to EmpreinteRF
           Move NoPassageCX to NoPassageRF

           EXEC SQL
               UPDATE FichiersRecus
               SET EtatFichier = 'I'
               WHERE (NomFlux = :NomFluxRF
               AND Empreinte = :EmpreinteRF
               AND NoPassage = :NoPassageRF
               AND EtatFichier = 'C')
           END-EXEC.

      *---------------------------------------------------------------
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
               Move StatutVente
                   of ligneProduit(IndexRechProduit)
                   to StatutVente of Tab
               Move PlafondVersements
                   of ligneProduit(IndexRechProduit)
                   to PlafondVersements of Tab
           else
               Add 1 to IndexRechProduit
           end-if.
