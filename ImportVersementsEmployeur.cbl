
      *    Remise collective d'un employeur :
      *    ENTETE;NoEmployeur;DateRemise;TotalAnnonce
      *    D;CodeProduit;NoContrat;Montant   (une par salarie, le
      *    numero suivi de sa cle NNNNNNNN-CC, cf CleContrat)
      *    TOTAL;NbLignes;TotalMontant
      *    Le total du pied DOIT cadrer avec le contenu avant que quoi
      *    que ce soit ne se pose - cadrage repris par le controle des
      *    fichiers recus (cf ControleFichierRecu), qui refuse aussi
      *    une remise deja integree
           select FichierRemise assign to
                "C:\fichiers-cobol\VersementsEmployeur.csv"
                organization is line sequential access sequential
       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
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
      * Controle du fichier entrant avant integration (cf
      * ControleFichierRecu) : entete, pied TOTAL cadre et doublon
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
           Perform DebutControleBatch.

           If BatchRefuse = 0
               Perform ControleFichierEntrant
               If FichierAccepteCX = 0
                   move 1 to EofRemise
               else
                   open input FichierRemise
                   evaluate FichierRemiseStatus
                       when "00"
                           read FichierRemise
                               at end move 1 to EofRemise
                           end-read
                       when "35"
                           Display " Fichier de remise employeur"
                               " introuvable - rien a traiter "
                           move 1 to EofRemise
                           move 1 to BatchRefuse
                       when other
                           Display " Erreur ouverture remise - code "
                               FichierRemiseStatus
                           move 1 to EofRemise
                           move 1 to BatchRefuse
                   end-evaluate
               end-if

               open output FichierRapportRemise
               If FichierRapportRemiseStatus = "00"
                       Move Champ4RM to TotalAnnonce
                   end-if
               when "D"
                   Move 0 to RetourCK
                   If Champ3RM(1:8) is numeric
                       Perform ControleCleRemise
                   end-if
                   If NbDetailsRemise < 999
                    and Champ3RM(1:8) is numeric
                    and Champ4RM is numeric
                    and RetourCK < 2
                       Add 1 to NbDetailsRemise
                       Move Champ2RM(1:2)
                           to CodeProduitDet(NbDetailsRemise)
                           to TotalCalcule
                   else
                       Add 1 to NbLignesRejetees
                       evaluate RetourCK
                           when 2
                               Move "cle du contrat absente"
                                   to MotifRejetRemise
                           when 3
                               Move "cle du contrat erronee"
                                   to MotifRejetRemise
                           when other
                               Move "ligne detail malformee"
                                   to MotifRejetRemise
                       end-evaluate
                   end-if
               when "TOTAL"
                   Move 1 to PiedVu
               at end move 1 to EofRemise
           end-read.

      *---------------------------------------------------------------
      *  Cle de controle remise a la suite du numero (NNNNNNNN-CC) :
      *  tout autre separateur que le tiret rend la cle erronee - une
      *  seule ligne refusee et la remise entiere l'est
      *---------------------------------------------------------------
       ControleCleRemise.
           Move 'V' to ActionCK
           Move Champ2RM(1:2) to CodeProduitCK
           Move Champ3RM(1:8) to NoContratCK
           evaluate true
               when Champ3RM(9:1) = '-'
                   Move Champ3RM(10:2) to CleSaisieCK
               when Champ3RM(9:4) = spaces
                   Move spaces to CleSaisieCK
               when other
                   Move "??" to CleSaisieCK
           end-evaluate
           Move spaces to DateReferenceCK
           Call 'CleContrat' using DemandeCleContrat.

      *---------------------------------------------------------------
      *  Validation de la remise entiere : entete et pied presents,
      *  total du pied = somme des details = total annonce en entete,
               Move 1 to RemiseValide

               evaluate true
                   when FichierAccepteCX = 0
                       Move MotifRefusCX to MotifRejetRemise
                       Move 0 to RemiseValide
                   when EnteteVue = 0
                       Move "entete ENTETE absente" to MotifRejetRemise
                       Move 0 to RemiseValide

           EXEC SQL
               SELECT EtatProduit, COALESCE(DerogFrais, 0),
                COALESCE(FraisVersementDerog, 0), TiersSouscr
               INTO :EtatProduitPC, :DerogFraisPC, :FraisVersDerogPC,
                :TiersSouscrPC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC)
                   If ProduitTrouve = 0
                       Perform RejetteLignePoste
                   else
      *            Plafond reglementaire des versements du produit
                       Move CodeProduitPC to CodeProduitPlafond
                       Move TiersSouscrPC to TiersPlafond
                       Move MontantDet(IndexDetail)
                           to MontantPlafondControle
                       Perform ControlePlafondVersement
                       If PlafondDepasse = 1
                           Add 1 to NbVersementsPlafond
                           Perform RejetteLignePoste
                       else
                           Perform PoseVersementEmployeur
                       end-if
                   end-if
           end-evaluate

               write EnrFichierRapportRemise
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

       PoseVersementEmployeur.
           Move MontantDet(IndexDetail) to MontantOperationOC
           Move 'V' to TypeOperationOC
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
           END-EXEC.

      *---------------------------------------------------------------
               Display " Remise employeur " NoEmployeurRemise " : "
                   NbVersementsPoses " versement(s) pose(s), "
                   NbLignesRejetees " ligne(s) non posee(s) "
               Display " dont " NbVersementsPlafond
                   " pour plafond reglementaire du produit atteint "
               Display " En attente du credit global au releve"
                   " (remise No " NoRemiseRE ") "
           else
           end-if.

       ImportationFichier-Trt.
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
               when FraisVersementTxt of ligneProduit(IndexContrat)
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
                   to CodeProduitParam of Tab
               Move FraisVersement of ligneProduit(IndexRechProduit)
                   to FraisVersement of Tab
               Move PlafondVersements
                   of ligneProduit(IndexRechProduit)
                   to PlafondVersements of Tab
           else
               Add 1 to IndexRechProduit
           end-if.

      *---------------------------------------------------------------
      *  Remise presentee au controle des fichiers recus - le montant
      *  est le 4e champ de la ligne D
      *---------------------------------------------------------------
       ControleFichierEntrant.
           Move "ImportVersementsEmployeur" to JobCX
           Move "C:\fichiers-cobol\VersementsEmployeur.csv"
               to NomFichierCX
           Move 4 to RangMontantCX
           Move NoPassageCB to NoPassageCX
           Call 'ControleFichierRecu' using ControleReception.

      *---------------------------------------------------------------
      *  Controle des passages batch - refus si la periode est deja
      *  terminee
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

               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC

           If SQLCODE = 0
            and FichierAccepteCX = 1
            and FichierRemiseStatus = "00"
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

       end program ImportVersementsEmployeur.
