       program-id. AvisBaisseTaux as
           "Contrat_Epargne_TS.AvisBaisseTaux".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Fichier parametres en vigueur : taux de remuneration de
      *    chaque produit, reecrit au jour d'effet d'une baisse
      *    approuvee (le fichier promu par ApprobationParametres garde
      *    l'ancien taux jusque-la)
           select FichierProduits assign to
                "C:\fichiers-cobol\ProduitsEpargne.csv"
                organization is line sequential access sequential
                file status is FichierProduitsStatus.

      *    Taux de remuneration par annee (Annee;Taux, annee sur deux
      *    chiffres - cf ChargeTauxAnnee dans CalculInteretMensuel)
           select FichierTauxAnnee assign to
                "C:\fichiers-cobol\TauxRemunerationAnnee.csv"
                organization is line sequential access sequential
                file status is FichierTauxAnneeStatus.

      *    Paliers de remuneration majoree par produit, pour les
      *    scenarios du DIC (meme fichier que CalculInteretMensuel)
           select FichierTauxPaliers assign to
                "C:\fichiers-cobol\TauxPaliers.csv"
                organization is line sequential access sequential
                file status is FichierTauxPaliersStatus.

      *    Documents d'informations cles (meme generation du jour que
      *    EditionDIC dans Contrat_Epargne_Main) : nouvelle version du
      *    DIC de chaque produit dont la baisse vient d'entrer en
      *    vigueur
           select FichierDIC assign to NomFichierDIC
                organization is line sequential access sequential
                file status is FichierDICStatus.

      *    Preuve d'envoi datee : une ligne par avis (canal, adresse,
      *    numero de document archive), cumulee sur les passages du jour
           select FichierPreuves assign to NomFichierPreuves
                organization is line sequential access sequential
                file status is FichierPreuvesStatus.

      *    Avis client du jour (meme fichier date que
      *    EcritNotificationClient dans Contrat_Epargne_Main) :
      *    courriel ou, a defaut d'adresse, listing courrier du jour
           select FichierNotifications assign to NomFichierNotifications
                organization is line sequential access sequential
                file status is FichierNotificationsStatus.

           select FichierNotifCourrier assign to NomFichierNotifCourrier
                organization is line sequential access sequential
                file status is FichierNotifCourrierStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee
      *    par l'exploitation pour un rattrapage - a defaut, l'horloge
      *    fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierProduits record varying from 0 to 255.
       01 EnrFichierProduits pic x(255).

       FD FichierTauxAnnee record varying from 0 to 255.
       01 EnrFichierTauxAnnee pic x(255).

       FD FichierTauxPaliers record varying from 0 to 255.
       01 EnrFichierTauxPaliers pic x(255).

       FD FichierDIC record varying from 0 to 255.
       01 EnrFichierDIC pic x(255).

       FD FichierPreuves record varying from 0 to 255.
       01 EnrFichierPreuves pic x(255).

       FD FichierNotifications record varying from 0 to 255.
       01 EnrFichierNotifications pic x(255).

       FD FichierNotifCourrier record varying from 0 to 255.
       01 EnrFichierNotifCourrier pic x(255).

       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.
       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).
       77  DateJourBaisse          pic X(10).

      *---------------------------------------------------------------
      * Preavis legal du client avant l'effet d'une baisse (meme delai
      * que le controle a l'approbation, cf SaisieEffetBaisseTaux dans
      * Contrat_Epargne_Main) : une baisse annuelle relevee trop tard
      * est signalee a la corbeille des taches, les avis partent quand
      * meme
      *---------------------------------------------------------------
       77  DelaiPreavisBaisseMois  pic 99 value 2.
       77  MoisLimitePreavis       pic 99.
       77  AnneeLimitePreavis      pic 9999.
       77  DateLimitePreavis       pic X(10).

      *    Fichier parametres tenu brut, ligne d'en-tete comprise
       77  FichierProduitsStatus   pic x(2).
       77  EofProduits             pic 9.
       77  NbLignesProduits        pic 9(3) value 0.
       77  IndexProduitBrut        pic 9(3).
       77  ProduitBrutTrouve       pic 9.
       77  NbProduitsReecrits      pic 9(3) value 0.
       01  LignesProduits.
           05 LigneProduitBrute    pic X(200) occurs 200.
       77  PointeurChampProduit    pic 9(3).
       77  ChampProduitIgnore      pic X(14).
       77  PositionTauxProduit     pic 9(3).
       01  TauxProduitTxt          pic X(6).
       01  TauxProduitNum redefines TauxProduitTxt pic 99v9999.

      *    Taux par annee
       77  FichierTauxAnneeStatus  pic x(2).
       77  EofTauxAnnee            pic 9.
       77  NbChampsTauxAnnee       pic 9.
       77  IndexTauxAnnee          pic 9(3).
       77  IndexTauxPrecedent      pic 9(3).
       77  TauxPrecedentTrouve     pic 9.
       77  AnneeCourteCourante     pic 99.
       77  AnneeCourteQuotient     pic 99.
       77  AnneePrecedenteCourte   pic 99.
       77  AncienTauxAnnee         pic 99v9999.
       77  NbBaissesRelevees       pic 9(3) value 0.
       77  NbBaissesExistantes     pic 9(5).

      *    Baisses a aviser ou a appliquer, chargees avant traitement
       77  BaissesEOF              pic 9.
       77  NbBaissesTrt            pic 99 value 0.
       77  IndexBaisseTrt          pic 99.
       01  BaissesATraiter.
           05 BaisseATraiter       occurs 50.
              10 NoBaisseTrt       pic 9(8).
              10 CodeProduitTrt    pic X(2).
              10 OrigineTrt        pic X.
              10 AncienTauxTrt     pic 99v9999.
              10 NouveauTauxTrt    pic 99v9999.
              10 DateEffetTrt      pic X(10).
      *       1 = taux reecrit dans le fichier parametres ce passage
              10 TauxReecritTrt    pic 9.
       77  NbBaissesAvisees       pic 9(3) value 0.
       77  NbBaissesAppliquees     pic 9(3) value 0.
       77  PreavisRespecte         pic X(20).

      *    Contrats du produit
       77  ContratsEOF             pic 9.
       77  NbAvisBaisse            pic 9(6).
       77  NbAvisTotal             pic 9(6) value 0.
       77  CanalAvis               pic X(8).
       77  AdresseAvis             pic X(60).
       77  NoDocumentDisplay       pic Z(7)9.
       77  TiersSouscrPCDisplay    pic Z(8)9.
       77  AncienTauxDisplay       pic ZZ9.99.
       77  NouveauTauxDisplay      pic ZZ9.99.
       77  TauxPourCent            pic 999v99.
       77  NbAvisDisplay           pic Z(5)9.

       77  FichierPreuvesStatus    pic X(2).
       77  FichierPreuvesOk        pic 9 value 0.
       77  NomFichierPreuves       pic X(60).
       77  EnrLignePreuve          pic X(255).

       77  FichierNotificationsStatus pic X(2).
       77  FichierNotifCourrierStatus pic X(2).
       77  NomFichierNotifications pic X(60).
       77  NomFichierNotifCourrier pic X(60).
       77  EnrLigneNotification    pic X(255).
       77  MontantEvenementDisplay pic Z(11)9.99.
       77  SoldeApresEvenement     pic Z(11)9.99.
       77  NetEvenementDisplay     pic Z(11)9.99.
      *    Adresse postale du souscripteur, pour l'avis courrier
       77  NoRueAvis               pic X(6).
       77  RueAvis                 pic X(30).
       77  CodePostalAvis          pic X(5).
       77  VilleAvis               pic X(25).

      *---------------------------------------------------------------
      * Modele de courrier TAUX en vigueur (cf FusionModele) pour l'avis
      * poste au listing courrier - sans modele, le listing recoit
      * l'enregistrement passerelle
      *---------------------------------------------------------------
       01  DemandeModele.
           05 ActionModeleDM       PIC X.
           05 TypeDocumentDM       PIC X(6).
           05 DateDocumentDM       PIC X(10).
           05 VersionModeleDM      PIC 9(3).
           05 NbLignesModeleDM     PIC 9(3).
           05 NoLigneModeleDM      PIC 9(3).
           05 LigneFusionDM        PIC X(255).
           05 LigneOmiseDM         PIC 9.
           05 BlocModeleDM         PIC X(15).
           05 NbChampsDM           PIC 99.
           05 ChampFusionDM        occurs 30.
              10 NomChampDM        PIC X(15).
              10 ValeurChampDM     PIC X(60).
           05 RetourDM             PIC 9.
       77  IndexLigneModele        pic 9(3).
       77  NomChampFusion          pic X(15).
       77  ValeurChampFusion       pic X(60).

      *---------------------------------------------------------------
      * Archive des documents clients (cf ArchiveDocument) : chaque
      * avis de baisse envoye y est verse, quel que soit le canal - le
      * numero de document sert de preuve d'envoi
      *---------------------------------------------------------------
       01  DemandeArchive.
           05 ActionArchiveDA      PIC X.
           05 TypeDocumentDA       PIC X(6).
           05 IdTiersDA            PIC 9(8).
           05 CodeProduitDA        PIC X(2).
           05 NoContratDA          PIC 9(8).
           05 DateDocumentDA       PIC X(10).
           05 ProgrammeDA          PIC X(30).
           05 OperateurDA          PIC X(8).
           05 VersionModeleDA      PIC 9(3) value 0.
           05 NoDocumentDA         PIC 9(8).
           05 NoLigneDA            PIC 9(5).
           05 LigneDA              PIC X(255).
           05 RetourDA             PIC 9.

      *---------------------------------------------------------------
      * Generation datee du jour de traitement des fichiers de sortie
      * (cf GenerationFichier) : nom de base dans NomBaseGN, nom de la
      * generation rendu dans NomGenerationGN
      *---------------------------------------------------------------
       01  DemandeGeneration.
           05 NomBaseGN            PIC X(30).
           05 ExtensionGN          PIC X(4).
           05 ProgrammeGN          PIC X(30).
           05 NomGenerationGN      PIC X(60).
           05 DateGenerationGN     PIC X(10).
           05 RetourGN             PIC 9.

      *---------------------------------------------------------------
      * Corbeille des taches operateur (cf AlimenteTache) : baisse
      * annuelle relevee sans le preavis legal
      *---------------------------------------------------------------
       01  DemandeTache.
           05 ActionTacheDT        PIC X.
           05 TypeTacheDT          PIC X(6).
           05 IdTiersDT            PIC 9(8).
           05 CodeProduitDT        PIC X(2).
           05 NoContratDT          PIC 9(8).
           05 ReferenceDT          PIC X(12).
           05 DateEcheanceDT       PIC X(10).
           05 PrioriteDT           PIC 9.
           05 LibelleDT            PIC X(50).
           05 PassageDT            PIC X(19).
           05 OperateurDT          PIC X(8).
           05 RetourDT             PIC 9.
       77  NoBaisseDisplay         pic Z(7)9.

      *---------------------------------------------------------------
      * Controle des passages batch : job quotidien, trace sans refus
      * de relancement (les baisses deja avisees ne repartent pas)
      *---------------------------------------------------------------
       77  BatchRefuse             pic 9 value 0.
       77  PeriodeTraitement       pic X(7).
       01  HeureBatch.
           10 HeureBatchH          pic 99.
           10 HeureBatchMn         pic 99.
           10 HeureBatchSec        pic 99.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Cle de controle imprimee a la suite du numero (cf CleContrat)
      *---------------------------------------------------------------
       01  DemandeCleContrat.
           05 ActionCK             PIC X.
           05 CodeProduitCK        PIC X(2).
           05 NoContratCK          PIC 9(8).
           05 CleSaisieCK          PIC X(2).
           05 DateReferenceCK      PIC X(10).
           05 CleContratCK         PIC 99.
           05 RetourCK             PIC 9.

      *---------------------------------------------------------------
      * Document d'informations cles sur le taux applique (meme
      * document que EditionDIC-Produit dans Contrat_Epargne_Main) :
      * fichier parametres recharge apres reecriture, version suivante
      * du produit posee dans VersionsDIC
      *---------------------------------------------------------------
       77  EofImport               pic 9.
       77  IndexContrat            pic 9(3).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
       77  TauxPrelSociauxDefaut   pic 99v9999 value 0.1720.

       77  FichierDICStatus        pic X(2).
       77  NomFichierDIC           pic X(60).
       77  EnrLigneDIC             pic X(255).
       77  NbDICEdites             pic 9(3) value 0.
       77  IndexScenarioDIC        pic 9.
       77  MontantScenarioDIC      pic 9(8)v99.
      *    Meme borne de duree que la simulation (DureeMaxObjectif)
       77  DureeMaxObjectif        pic 999 value 83.
       77  VersionDICDisplay       pic ZZZ9.
       77  DureeScenarioDICDisplay pic ZZ9.
       77  AgeDICDisplay           pic ZZ9.
       77  TauxCertificatDisplay   pic Z9.99.
       77  TauxSecondDICDisplay    pic Z9.99.
       77  MontantCertificatDisplay pic Z(11)9.99.
       77  ValeurTermeDICEd        pic Z(8)9.99.
       77  InteretsDICEd           pic Z(8)9.99.
       77  FraisDICEd              pic Z(8)9.99.
       77  LibelleBaseDIC          pic X(10).
       77  LibelleCapitalDIC       pic X(9).
       01  ScenariosDIC.
           05 DureeScenarioDIC occurs 3 times pic 999.

      *    Scenario de performance : versement initial seul, mois par
      *    mois (meme mecanique que la simulation en calcul seul)
       77  ValeurContrat           pic 9(8)v99.
       77  ValeurInterets          pic 9(8)v9999.
       77  ValeurInteretsAnnee     pic 9(8)v9999.
       77  ValeurInteretsNets      pic 9(8)v9999.
       77  InteretMoisDIC          pic 9(8)v9999.
       77  FraisContratTmp         pic 9(8)v99.
       77  ValeurFraisContrat      pic 9(8)v99.
       77  ValeurFraisPrelSoc      pic 9(8)v99.
       77  IndicateurMois          pic 99.
       77  IndicateurAnnee         pic 99.
       77  IndicateurMoisDureeTot  pic 999.
       77  IndicateurMoisDureePart pic 999.
       77  TauxAnnuelEnVigueur     pic 99v9999.
       77  TauxAnnuelSauvegarde    pic 99v9999.
       77  TauxRemPeriode          pic 99v99999999.
       77  IndexRechTauxAnnee      pic 9(3).
       77  TauxAnneeTrouve         pic 9.
       77  NbJoursMoisCourant      pic 99.
       77  AnneeQuotient           pic 9999.
       77  AnneeReste4             pic 9.

       77  FichierTauxPaliersStatus pic x(2).
       77  NbLignePalier           pic 99 value 0.
       77  EofImportPalier         pic 9.
       77  NbChampsImportPalier    pic 9.
       77  IndexPalier             pic 99.
       77  BorneBassePalier        pic 9(12)v99.
       77  TranchePalier           pic 9(12)v99.
       77  TauxAnnuelPalier        pic 99v9999.
       77  TauxPalierPeriode       pic 99v99999999.
       77  MontantInteretTranche   pic 9(8)v9999.
       77  MontantInteretPalierSim pic 9(8)v9999.

       01  TableJoursMoisVals.
           05 filler pic 99 value 31.
           05 filler pic 99 value 28.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
       01  TableJoursMois redefines TableJoursMoisVals.
           05 JoursMoisMax pic 99 occurs 12 times.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - avis de baisse du taux de remuneration (table
      *  BaissesTaux) : releve des baisses de TauxRemunerationAnnee.csv
      *  pour les annees a venir, avis date a chaque titulaire d'un
      *  contrat vivant du produit (EtatProduit 1 ou 5, ceux qui
      *  portent interet) avec l'ancien taux, le nouveau et la date
      *  d'effet, preuve d'envoi, puis application au jour d'effet des
      *  baisses du fichier parametres
      *---------------------------------------------------------------
       Debut.
           perform AvisBaisseTaux-Init.
           If BatchRefuse = 0
               perform ReleveBaissesAnnuelles
               perform AvisBaisseTaux-Trt
               perform ApplicationBaisses
           end-if.
           perform AvisBaisseTaux-Fin.
           goback.

       AvisBaisseTaux-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to BatchRefuse
           else
               continue
           end-if.

           EXEC SQL
               DECLARE BaissesAAviser-Curseur CURSOR FOR
                Select NoBaisse, CodeProduit, Origine, AncienTaux,
                 NouveauTaux, DateEffet
                From BaissesTaux
                Where EtatBaisse = 'A'
                ORDER BY NoBaisse
           END-EXEC.

           EXEC SQL
               DECLARE BaissesAEffet-Curseur CURSOR FOR
                Select NoBaisse, CodeProduit, Origine, AncienTaux,
                 NouveauTaux, DateEffet
                From BaissesTaux
                Where EtatBaisse = 'N'
                And DateEffet <= :DateJourBaisse
                ORDER BY NoBaisse
           END-EXEC.

           EXEC SQL
               DECLARE ContratsBaisse-Curseur CURSOR FOR
                Select PC.NoContrat, PC.TiersSouscr, PC.ValeurCourante,
                 T.Nom, T.Prenom, COALESCE(T.Courriel, ' '),
                 COALESCE(T.CourrielInvalide, 0),
                 COALESCE(T.NoRue, ' '), COALESCE(T.Rue, ' '),
                 COALESCE(T.CodePostal, ' '), COALESCE(T.Ville, ' ')
                From ProduitsClient PC, TiersSB T
                Where PC.CodeProduit = :CodeProduitBT
                And (PC.EtatProduit = 1 OR PC.EtatProduit = 5)
                And T.IdTiers = PC.TiersSouscr
                ORDER BY PC.NoContrat
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateJourBaisse
           end-string.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.

           Compute MoisLimitePreavis = Mois of DateOperationContrat
               + DelaiPreavisBaisseMois
           Move Annee of DateOperationContrat to AnneeLimitePreavis
           If MoisLimitePreavis > 12
               Subtract 12 from MoisLimitePreavis
               Add 1 to AnneeLimitePreavis
           end-if
           String AnneeLimitePreavis '-' MoisLimitePreavis '-'
               Jour of DateOperationContrat into DateLimitePreavis
           end-string.

           If BatchRefuse = 0
               Perform DebutControleBatch
               Perform ChargeFichierProduits
               Perform OuvrePreuvesEnvoi
           end-if.

      *---------------------------------------------------------------
      *  Fichier parametres en vigueur garde brut : le taux d'un
      *  produit se relit (et se reecrit) a sa place dans la ligne
      *---------------------------------------------------------------
       ChargeFichierProduits.
           Move 0 to EofProduits
           open input FichierProduits
           If FichierProduitsStatus not = "00"
               Display " Fichier produits illisible - code "
                   FichierProduitsStatus
               Move 1 to EofProduits
           else
               read FichierProduits
                   at end move 1 to EofProduits
               end-read
               Perform ChargeFichierProduits-Trt until EofProduits = 1
               close FichierProduits
           end-if.

       ChargeFichierProduits-Trt.
           If EnrFichierProduits not = spaces
            and NbLignesProduits < 200
               Add 1 to NbLignesProduits
               Move EnrFichierProduits(1:200)
                   to LigneProduitBrute(NbLignesProduits)
           end-if
           read FichierProduits
               at end move 1 to EofProduits
           end-read.

      *    Taux (5e champ) de la ligne IndexProduitBrut : position dans
      *    la ligne et valeur, PositionTauxProduit a zero si illisible
       LocaliseTauxProduit.
           Move 0 to PositionTauxProduit
           Move 1 to PointeurChampProduit
           Unstring LigneProduitBrute(IndexProduitBrut)
               delimited by ";"
               into ChampProduitIgnore ChampProduitIgnore
                    ChampProduitIgnore ChampProduitIgnore
               with pointer PointeurChampProduit
           end-Unstring
           If PointeurChampProduit <= 195
               Move LigneProduitBrute(IndexProduitBrut)
                   (PointeurChampProduit:6) to TauxProduitTxt
               If TauxProduitTxt is numeric
                   Move PointeurChampProduit to PositionTauxProduit
               end-if
           end-if.

       RechercheLigneProduit.
           If LigneProduitBrute(IndexProduitBrut)(1:2) = CodeProduitBT
               Move 1 to ProduitBrutTrouve
           else
               Add 1 to IndexProduitBrut
           end-if.

       OuvrePreuvesEnvoi.
           Move "PreuvesEnvoiTaux" to NomBaseGN
           Perform PrepareGeneration
           Move NomGenerationGN to NomFichierPreuves
           open extend FichierPreuves
           If FichierPreuvesStatus not = "00"
               open output FichierPreuves
           end-if
           If FichierPreuvesStatus = "00"
               Move 1 to FichierPreuvesOk
               Move spaces to EnrFichierPreuves
               String "=== PASSAGE DU " HorodatageBatch " ==="
                   into EnrFichierPreuves
               end-string
               write EnrFichierPreuves
               Move spaces to EnrFichierPreuves
               String "NoBaisse;CodeProduit;NoContrat;Souscripteur;"
                   "Nom;Prenom;Canal;Adresse;NoDocument;AncienTaux;"
                   "NouveauTaux;DateEffet;DateAvis;Preavis"
                   delimited by size into EnrFichierPreuves
               end-string
               write EnrFichierPreuves
           else
               Display " Erreur ouverture preuve d'envoi - code "
                   FichierPreuvesStatus
           end-if.

      *---------------------------------------------------------------
      *  Baisses du taux annuel : une annee a venir dont le taux est
      *  inferieur a celui de l'annee precedente (ou, sans ligne pour
      *  celle-ci, au taux du produit) est posee pour chaque produit
      *  concerne, effet au 1er janvier - une seule fois
      *---------------------------------------------------------------
       ReleveBaissesAnnuelles.
           Divide Annee of DateOperationContrat by 100
               giving AnneeCourteQuotient
               remainder AnneeCourteCourante
           Move 0 to NbLigneTauxAnnee
           Move 0 to EofTauxAnnee
           open input FichierTauxAnnee
           If FichierTauxAnneeStatus = "00"
               read FichierTauxAnnee
                   at end move 1 to EofTauxAnnee
               end-read
               Perform ChargeTauxAnnee-Trt until EofTauxAnnee = 1
               close FichierTauxAnnee
           end-if

           Move 1 to IndexTauxAnnee
           Perform ControleBaisseAnnee
               until IndexTauxAnnee > NbLigneTauxAnnee.

       ChargeTauxAnnee-Trt.
           If NbLigneTauxAnnee < 100
               Add 1 to NbLigneTauxAnnee
               Move 0 to NbChampsTauxAnnee
               Unstring EnrFichierTauxAnnee delimited by ";" into
                   AnneeTaux    of ligneTauxAnnee(NbLigneTauxAnnee)
                   TauxAnneeTxt of ligneTauxAnnee(NbLigneTauxAnnee)
                   Tallying in NbChampsTauxAnnee
               end-Unstring
               If NbChampsTauxAnnee not = 2
                or TauxAnneeTxt of ligneTauxAnnee(NbLigneTauxAnnee)
                   is not numeric
                   Subtract 1 from NbLigneTauxAnnee
               end-if
           end-if
           read FichierTauxAnnee
               at end move 1 to EofTauxAnnee
           end-read.

       ControleBaisseAnnee.
           If AnneeTaux of ligneTauxAnnee(IndexTauxAnnee)
              > AnneeCourteCourante
               Compute AnneePrecedenteCourte =
                   AnneeTaux of ligneTauxAnnee(IndexTauxAnnee) - 1
               Move 0 to TauxPrecedentTrouve
               Move 1 to IndexTauxPrecedent
               Perform RechercheTauxPrecedent
                   until IndexTauxPrecedent > NbLigneTauxAnnee
                      or TauxPrecedentTrouve = 1

      *        Produits du fichier, ligne d'en-tete ecartee
               Move 2 to IndexProduitBrut
               Perform ControleBaisseAnneeProduit
                   until IndexProduitBrut > NbLignesProduits
           end-if
           Add 1 to IndexTauxAnnee.

       RechercheTauxPrecedent.
           If AnneeTaux of ligneTauxAnnee(IndexTauxPrecedent)
              = AnneePrecedenteCourte
               Move 1 to TauxPrecedentTrouve
               Move TauxAnneeVal of ligneTauxAnnee(IndexTauxPrecedent)
                   to AncienTauxAnnee
           else
               Add 1 to IndexTauxPrecedent
           end-if.

       ControleBaisseAnneeProduit.
           Perform LocaliseTauxProduit
           If PositionTauxProduit > 0
               If TauxPrecedentTrouve = 0
                   Move TauxProduitNum to AncienTauxAnnee
               end-if
               If TauxAnneeVal of ligneTauxAnnee(IndexTauxAnnee)
                  < AncienTauxAnnee
                   Perform EnregistreBaisseAnnee
               end-if
           end-if
           Add 1 to IndexProduitBrut.

       EnregistreBaisseAnnee.
           Move LigneProduitBrute(IndexProduitBrut)(1:2)
               to CodeProduitBT
           Move 'A' to OrigineBT
           Move spaces to DateEffetBT
           String "20" AnneeTaux of ligneTauxAnnee(IndexTauxAnnee)
               "-01-01" delimited by size into DateEffetBT
           end-string
           Move 0 to NbBaissesExistantes
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbBaissesExistantes
               FROM BaissesTaux
               WHERE CodeProduit = :CodeProduitBT
               AND Origine = :OrigineBT
               AND DateEffet = :DateEffetBT
           END-EXEC

           If SQLCODE = 0 and NbBaissesExistantes = 0
               EXEC SQL
                   SELECT COALESCE(MAX(NoBaisse), 0) + 1
                   INTO :NoBaisseBT
                   FROM BaissesTaux
               END-EXEC
               Move AncienTauxAnnee to AncienTauxBT
               Move TauxAnneeVal of ligneTauxAnnee(IndexTauxAnnee)
                   to NouveauTauxBT
               Move DateJourBaisse to DateApprobationBT
               Move "BATCH" to OperateurBT
               Move 'A' to EtatBT
               Move spaces to DateNotificationBT
               Move 0 to NbAvisBT
               EXEC SQL
                   INSERT INTO BaissesTaux
                       (NoBaisse, CodeProduit, Origine, AncienTaux,
                        NouveauTaux, DateEffet, DateApprobation,
                        Operateur, EtatBaisse, DateNotification, NbAvis)
                   VALUES
                       (:NoBaisseBT, :CodeProduitBT, :OrigineBT,
                        :AncienTauxBT, :NouveauTauxBT, :DateEffetBT,
                        :DateApprobationBT, :OperateurBT, :EtatBT,
                        :DateNotificationBT, :NbAvisBT)
               END-EXEC
               If SQLCODE <> 0
                   Display " Erreur enregistrement baisse annuelle : "
                       CodeProduitBT ' ' DateEffetBT
               else
                   Add 1 to NbBaissesRelevees
                   If DateEffetBT < DateLimitePreavis
                       Perform SignaleBaisseTardive
                   end-if
               end-if
           end-if.

      *    Pas d'approbation pour le fichier des taux annuels : une
      *    baisse connue trop tard part en tache a traiter en priorite
       SignaleBaisseTardive.
           Move NoBaisseBT to NoBaisseDisplay
           Move 'S' to ActionTacheDT
           Move "TAUX" to TypeTacheDT
           Move 0 to IdTiersDT
           Move CodeProduitBT to CodeProduitDT
           Move 0 to NoContratDT
           Move NoBaisseDisplay to ReferenceDT
           Move DateEffetBT to DateEcheanceDT
           Move 1 to PrioriteDT
           Move "Baisse de taux annuel - preavis client non respecte"
               to LibelleDT
           Move HorodatageBatch to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

      *---------------------------------------------------------------
      *  Avis des baisses en attente : chaque contrat vivant du produit
      *  recoit son avis, la baisse passe notifiee avec la date et le
      *  nombre d'avis
      *---------------------------------------------------------------
       AvisBaisseTaux-Trt.
           Move 0 to NbBaissesTrt
           Move 0 to BaissesEOF
           EXEC SQL
               OPEN BaissesAAviser-Curseur
           END-EXEC
           Perform ChargeBaisseATraiter until BaissesEOF = 1
           EXEC SQL
               CLOSE BaissesAAviser-Curseur
           END-EXEC

           Move 1 to IndexBaisseTrt
           Perform AviseBaisse until IndexBaisseTrt > NbBaissesTrt.

       ChargeBaisseATraiter.
           EXEC SQL
               FETCH BaissesAAviser-Curseur
                   INTO :NoBaisseBT, :CodeProduitBT, :OrigineBT,
                    :AncienTauxBT, :NouveauTauxBT, :DateEffetBT
           END-EXEC
           If SQLCODE = 100 OR SQLCODE = 101 OR SQLCODE < 0
               Move 1 to BaissesEOF
           else
               Perform RangeBaisseATraiter
           end-if.

      *    Meme rangement pour les baisses a aviser et a appliquer
       RangeBaisseATraiter.
           If NbBaissesTrt < 50
               Add 1 to NbBaissesTrt
               Move NoBaisseBT to NoBaisseTrt(NbBaissesTrt)
               Move CodeProduitBT to CodeProduitTrt(NbBaissesTrt)
               Move OrigineBT to OrigineTrt(NbBaissesTrt)
               Move AncienTauxBT to AncienTauxTrt(NbBaissesTrt)
               Move NouveauTauxBT to NouveauTauxTrt(NbBaissesTrt)
               Move DateEffetBT to DateEffetTrt(NbBaissesTrt)
               Move 0 to TauxReecritTrt(NbBaissesTrt)
           end-if.

       AviseBaisse.
           Move CodeProduitTrt(IndexBaisseTrt) to CodeProduitBT
           Compute TauxPourCent rounded =
               AncienTauxTrt(IndexBaisseTrt) * 100
           Move TauxPourCent to AncienTauxDisplay
           Compute TauxPourCent rounded =
               NouveauTauxTrt(IndexBaisseTrt) * 100
           Move TauxPourCent to NouveauTauxDisplay
           If DateEffetTrt(IndexBaisseTrt) < DateLimitePreavis
               Move "NON RESPECTE" to PreavisRespecte
           else
               Move "RESPECTE" to PreavisRespecte
           end-if

           Move 0 to NbAvisBaisse
           Move 0 to ContratsEOF
           EXEC SQL
               OPEN ContratsBaisse-Curseur
           END-EXEC
           Perform AviseContratBaisse until ContratsEOF = 1
           EXEC SQL
               CLOSE ContratsBaisse-Curseur
           END-EXEC

           Move NoBaisseTrt(IndexBaisseTrt) to NoBaisseBT
           Move DateJourBaisse to DateNotificationBT
           Move NbAvisBaisse to NbAvisBT
           EXEC SQL
               UPDATE BaissesTaux
               SET EtatBaisse = 'N',
                   DateNotification = :DateNotificationBT,
                   NbAvis = :NbAvisBT
               WHERE (NoBaisse = :NoBaisseBT
               AND EtatBaisse = 'A')
           END-EXEC
           If SQLCODE <> 0
               Display " Erreur mise a jour baisse notifiee : "
                   NoBaisseBT
           else
               Add 1 to NbBaissesAvisees
           end-if

           If FichierPreuvesOk = 1
               Move NoBaisseBT to NoBaisseDisplay
               Move NbAvisBaisse to NbAvisDisplay
               Move spaces to EnrLignePreuve
               String NoBaisseDisplay delimited by size
                   ';' CodeProduitBT delimited by size
                   ";TOTAL;" delimited by size
                   NbAvisDisplay delimited by size
                   " AVIS ENVOYES" delimited by size
                   into EnrLignePreuve
               end-string
               Move EnrLignePreuve to EnrFichierPreuves
               write EnrFichierPreuves
           end-if
           Add 1 to IndexBaisseTrt.

       AviseContratBaisse.
           EXEC SQL
               FETCH ContratsBaisse-Curseur
                   INTO :NoContratPC, :TiersSouscrPC, :ValeurCourantePC,
                    :Nom, :Prenom, :Courriel, :CourrielInvalideT,
                    :NoRueAvis, :RueAvis, :CodePostalAvis, :VilleAvis
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101 OR SQLCODE < 0
               Move 1 to ContratsEOF
           else
      *>  Adresse invalidee par les rebonds (cf RebondsCourriel) :
      *>  l'avis repart au listing courrier comme sans adresse
               If CourrielInvalideT = 1
                   Move spaces to Courriel of TiersSouscrBenef
               end-if
               Move CodeProduitBT to CodeProduitOC
               Move NoContratPC to NoContratOC
               Move 0 to NoDocumentDA
               Perform EcritAvisBaisse
               Add 1 to NbAvisBaisse
               Add 1 to NbAvisTotal
               Perform EcritLignePreuve
           end-if.

      *---------------------------------------------------------------
      *  Avis au client - meme forme et memes fichiers que
      *  EcritNotificationClient dans Contrat_Epargne_Main (courriel si
      *  l'adresse est connue, sinon listing courrier, en lettre du
      *  modele TAUX quand il y en a un en vigueur). L'enregistrement
      *  passerelle porte en fin l'ancien taux, le nouveau et la date
      *  d'effet, a la suite du net paye
      *---------------------------------------------------------------
       EcritAvisBaisse.
           Move 0 to MontantEvenementDisplay
           Move ValeurCourantePC to SoldeApresEvenement
           Move 0 to NetEvenementDisplay

           Move spaces to EnrLigneNotification
           String DateJourBaisse                delimited by size
               ';' Courriel of TiersSouscrBenef delimited by size
               ';' Nom of TiersSouscrBenef      delimited by size
               ';' Prenom of TiersSouscrBenef   delimited by size
               ';' CodeProduitOC                delimited by size
               ';' NoContratOC                  delimited by size
               ';' "BAISSE DE TAUX"             delimited by size
               ';' MontantEvenementDisplay      delimited by size
               ';' SoldeApresEvenement          delimited by size
               ';' NetEvenementDisplay          delimited by size
               ';' AncienTauxDisplay            delimited by size
               ';' NouveauTauxDisplay           delimited by size
               ';' DateEffetTrt(IndexBaisseTrt) delimited by size
               into EnrLigneNotification
           end-string

           If Courriel of TiersSouscrBenef = spaces
               Move "COURRIER" to CanalAvis
               Move spaces to AdresseAvis
               String NoRueAvis ' ' RueAvis ' ' CodePostalAvis ' '
                   VilleAvis into AdresseAvis
               end-string
               Move "NotificationsCourrier" to NomBaseGN
               Perform PrepareGeneration
               Move NomGenerationGN to NomFichierNotifCourrier
               open extend FichierNotifCourrier
               If FichierNotifCourrierStatus = "00"
                   Move 'C' to ActionModeleDM
                   Move "TAUX" to TypeDocumentDM
                   Move DateJourBaisse to DateDocumentDM
                   Move 0 to NbChampsDM
                   Call 'FusionModele' using DemandeModele
                   If VersionModeleDM > 0
                       Perform AvisBaisseModele
                   else
                       Move EnrLigneNotification
                           to EnrFichierNotifCourrier
                       write EnrFichierNotifCourrier
                       Perform ArchiveAvisBaisse
                   end-if
                   close FichierNotifCourrier
               end-if
           else
               Move "COURRIEL" to CanalAvis
               Move Courriel of TiersSouscrBenef to AdresseAvis
               Move "Notifications" to NomBaseGN
               Perform PrepareGeneration
               Move NomGenerationGN to NomFichierNotifications
               open extend FichierNotifications
               If FichierNotificationsStatus = "00"
                   Move EnrLigneNotification to EnrFichierNotifications
                   write EnrFichierNotifications
                   close FichierNotifications
                   Perform ArchiveAvisBaisse
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Lettre du modele TAUX : champs de fusion propres a l'avis de
      *  baisse, ecrite au listing et archivee avec sa version
      *---------------------------------------------------------------
       AvisBaisseModele.
           Move spaces to ValeurChampFusion
           Move "DATE" to NomChampFusion
           Move DateJourBaisse to ValeurChampFusion
           Perform AjouteChampFusion
           Move "NOM" to NomChampFusion
           Move Nom of TiersSouscrBenef to ValeurChampFusion
           Perform AjouteChampFusion
           Move "PRENOM" to NomChampFusion
           Move Prenom of TiersSouscrBenef to ValeurChampFusion
           Perform AjouteChampFusion
           Move "ADRESSE" to NomChampFusion
           String NoRueAvis ' ' RueAvis into ValeurChampFusion
           end-string
           Perform AjouteChampFusion
           Move "CODE_POSTAL" to NomChampFusion
           Move CodePostalAvis to ValeurChampFusion
           Perform AjouteChampFusion
           Move "VILLE" to NomChampFusion
           Move VilleAvis to ValeurChampFusion
           Perform AjouteChampFusion
           Move "CONTRAT" to NomChampFusion
           Move 'C' to ActionCK
           Move CodeProduitOC to CodeProduitCK
           Move NoContratOC to NoContratCK
           Move spaces to CleSaisieCK
           Move spaces to DateReferenceCK
           Call 'CleContrat' using DemandeCleContrat
           String CodeProduitOC ' ' NoContratOC '-' CleContratCK
               into ValeurChampFusion
           end-string
           Perform AjouteChampFusion
           Move "ANCIEN_TAUX" to NomChampFusion
           Move AncienTauxDisplay to ValeurChampFusion
           Perform AjouteChampFusion
           Move "NOUVEAU_TAUX" to NomChampFusion
           Move NouveauTauxDisplay to ValeurChampFusion
           Perform AjouteChampFusion
           Move "DATE_EFFET" to NomChampFusion
           Move DateEffetTrt(IndexBaisseTrt) to ValeurChampFusion
           Perform AjouteChampFusion
           Move "SOLDE" to NomChampFusion
           Move SoldeApresEvenement to ValeurChampFusion
           Perform AjouteChampFusion

           Move 'O' to ActionArchiveDA
           Move "TAUX" to TypeDocumentDA
           Move 0 to IdTiersDA
           Move CodeProduitOC to CodeProduitDA
           Move NoContratOC to NoContratDA
           Move DateJourBaisse to DateDocumentDA
           Move "AvisBaisseTaux" to ProgrammeDA
           Move "BATCH" to OperateurDA
           Move VersionModeleDM to VersionModeleDA
           Call 'ArchiveDocument' using DemandeArchive

           Move 1 to IndexLigneModele
           Perform AvisBaisseLigneModele
               until IndexLigneModele > NbLignesModeleDM

           Move 'F' to ActionArchiveDA
           Call 'ArchiveDocument' using DemandeArchive
           Move 0 to VersionModeleDA.

       AvisBaisseLigneModele.
           Move 'L' to ActionModeleDM
           Move IndexLigneModele to NoLigneModeleDM
           Call 'FusionModele' using DemandeModele
           If BlocModeleDM = spaces and LigneOmiseDM = 0
               Move LigneFusionDM to EnrFichierNotifCourrier
               write EnrFichierNotifCourrier
               Move 'L' to ActionArchiveDA
               Move LigneFusionDM to LigneDA
               Call 'ArchiveDocument' using DemandeArchive
           end-if
           Add 1 to IndexLigneModele.

       AjouteChampFusion.
           If NbChampsDM < 30
               Add 1 to NbChampsDM
               Move NomChampFusion to NomChampDM(NbChampsDM)
               Move ValeurChampFusion to ValeurChampDM(NbChampsDM)
           end-if
           Move spaces to ValeurChampFusion.

       ArchiveAvisBaisse.
           Move 'O' to ActionArchiveDA
           Move "TAUX" to TypeDocumentDA
           Move 0 to IdTiersDA
           Move CodeProduitOC to CodeProduitDA
           Move NoContratOC to NoContratDA
           Move DateJourBaisse to DateDocumentDA
           Move "AvisBaisseTaux" to ProgrammeDA
           Move "BATCH" to OperateurDA
           Call 'ArchiveDocument' using DemandeArchive
           Move 'L' to ActionArchiveDA
           Move EnrLigneNotification to LigneDA
           Call 'ArchiveDocument' using DemandeArchive
           Move 'F' to ActionArchiveDA
           Call 'ArchiveDocument' using DemandeArchive.

      *    Generation du jour du fichier de sortie NomBaseGN, inscrite
      *    au registre et au manifeste a sa premiere ouverture
       PrepareGeneration.
           Move ".txt" to ExtensionGN
           Move "AvisBaisseTaux" to ProgrammeGN
           Call 'GenerationFichier' using DemandeGeneration.

      *    Preuve d'envoi : document archive a zero = avis non parti
      *    (fichier du canal indisponible), a reprendre a la main
       EcritLignePreuve.
           If FichierPreuvesOk = 1
               Move NoBaisseTrt(IndexBaisseTrt) to NoBaisseDisplay
               Move TiersSouscrPC to TiersSouscrPCDisplay
               Move NoDocumentDA to NoDocumentDisplay
               Move spaces to EnrLignePreuve
               String NoBaisseDisplay          delimited by size
                   ';' CodeProduitOC           delimited by size
                   ';' NoContratOC             delimited by size
                   ';' TiersSouscrPCDisplay    delimited by size
                   ';' Nom of TiersSouscrBenef delimited by size
                   ';' Prenom of TiersSouscrBenef
                                               delimited by size
                   ';' CanalAvis               delimited by space
                   ';' AdresseAvis             delimited by size
                   ';' NoDocumentDisplay       delimited by size
                   ';' AncienTauxDisplay       delimited by size
                   ';' NouveauTauxDisplay      delimited by size
                   ';' DateEffetTrt(IndexBaisseTrt)
                                               delimited by size
                   ';' DateJourBaisse          delimited by size
                   ';' PreavisRespecte         delimited by size
                   into EnrLignePreuve
               end-string
               Move EnrLignePreuve to EnrFichierPreuves
               write EnrFichierPreuves
           end-if.

      *---------------------------------------------------------------
      *  Jour d'effet atteint pour une baisse notifiee : le taux du
      *  fichier parametres passe au nouveau (baisse approuvee par
      *  ApprobationParametres) si le marketing n'y a pas touche
      *  depuis, une nouvelle version du DIC du produit est editee sur
      *  le taux applique, puis la baisse passe appliquee - une baisse
      *  annuelle s'applique d'elle-meme par TauxRemunerationAnnee.csv
      *---------------------------------------------------------------
       ApplicationBaisses.
           If NbLignesProduits = 0
               Display " Fichier produits non charge - application"
                   " des baisses reportee au prochain passage"
           else
               Perform ApplicationBaisses-Trt
           end-if.

       ApplicationBaisses-Trt.
           Move 0 to NbBaissesTrt
           Move 0 to BaissesEOF
           EXEC SQL
               OPEN BaissesAEffet-Curseur
           END-EXEC
           Perform ChargeBaisseAEffet until BaissesEOF = 1
           EXEC SQL
               CLOSE BaissesAEffet-Curseur
           END-EXEC

           Move 1 to IndexBaisseTrt
           Perform AppliqueTauxProduit
               until IndexBaisseTrt > NbBaissesTrt

           If NbProduitsReecrits > 0
               Perform ReecritFichierProduits
           end-if

      *    Fichier non reecrit : les baisses restent notifiees, le
      *    passage suivant les reprend. Fichier reecrit : le DIC de
      *    chaque produit passe au nouveau taux est reedite dans la
      *    foulee, avant que la baisse passe appliquee
           If FichierProduitsStatus = "00" or NbProduitsReecrits = 0
               If NbProduitsReecrits > 0
                   Perform EditionDICBaisses
               end-if
               Move 1 to IndexBaisseTrt
               Perform MarqueBaisseAppliquee
                   until IndexBaisseTrt > NbBaissesTrt
           end-if.

       ChargeBaisseAEffet.
           EXEC SQL
               FETCH BaissesAEffet-Curseur
                   INTO :NoBaisseBT, :CodeProduitBT, :OrigineBT,
                    :AncienTauxBT, :NouveauTauxBT, :DateEffetBT
           END-EXEC
           If SQLCODE = 100 OR SQLCODE = 101 OR SQLCODE < 0
               Move 1 to BaissesEOF
           else
               Perform RangeBaisseATraiter
           end-if.

       AppliqueTauxProduit.
           If OrigineTrt(IndexBaisseTrt) = 'P'
               Move CodeProduitTrt(IndexBaisseTrt) to CodeProduitBT
               Move 0 to ProduitBrutTrouve
               Move 2 to IndexProduitBrut
               Perform RechercheLigneProduit
                   until IndexProduitBrut > NbLignesProduits
                      or ProduitBrutTrouve = 1
               If ProduitBrutTrouve = 1
                   Perform LocaliseTauxProduit
                   If PositionTauxProduit > 0
                    and TauxProduitNum = AncienTauxTrt(IndexBaisseTrt)
                       Move NouveauTauxTrt(IndexBaisseTrt)
                           to TauxProduitNum
                       Move TauxProduitTxt to
                           LigneProduitBrute(IndexProduitBrut)
                           (PositionTauxProduit:6)
                       Add 1 to NbProduitsReecrits
                       Move 1 to TauxReecritTrt(IndexBaisseTrt)
                   else
                       Display " Baisse " NoBaisseTrt(IndexBaisseTrt)
                           " : taux du produit " CodeProduitBT
                           " deja modifie - fichier laisse tel quel"
                   end-if
               end-if
           end-if
           Add 1 to IndexBaisseTrt.

       ReecritFichierProduits.
           open output FichierProduits
           If FichierProduitsStatus not = "00"
               Display " Erreur reecriture fichier produits - code "
                   FichierProduitsStatus
           else
               Move 1 to IndexProduitBrut
               Perform ReecritLigneProduit
                   until IndexProduitBrut > NbLignesProduits
               close FichierProduits
           end-if.

       ReecritLigneProduit.
           Move LigneProduitBrute(IndexProduitBrut)
               to EnrFichierProduits
           write EnrFichierProduits
           Add 1 to IndexProduitBrut.

       MarqueBaisseAppliquee.
           Move NoBaisseTrt(IndexBaisseTrt) to NoBaisseBT
           EXEC SQL
               UPDATE BaissesTaux
               SET EtatBaisse = 'E'
               WHERE (NoBaisse = :NoBaisseBT
               AND EtatBaisse = 'N')
           END-EXEC
           If SQLCODE = 0
               Add 1 to NbBaissesAppliquees
           end-if
           Add 1 to IndexBaisseTrt.

      *---------------------------------------------------------------
      *  DIC des produits dont le taux vient d'etre reecrit : fichier
      *  parametres recharge (nouveau taux) et paliers, puis une
      *  version par produit - meme document que EditionDIC dans
      *  Contrat_Epargne_Main, le certificat d'adhesion cite des lors
      *  cette version pour les souscriptions a venir
      *---------------------------------------------------------------
       EditionDICBaisses.
           Perform ImportationFichier
           If ImportFichierOk = 0
               Display " DIC non reedite(s) sur le nouveau taux -"
                   " a editer par le menu DIC"
           else
               Perform ImportationTauxPaliers
               Move 1 to IndexBaisseTrt
               Perform EditionDICBaisse
                   until IndexBaisseTrt > NbBaissesTrt
           end-if.

       EditionDICBaisse.
           If TauxReecritTrt(IndexBaisseTrt) = 1
               Move CodeProduitTrt(IndexBaisseTrt)
                   to CodeProduitRecherche
               Perform ChargeParamProduit
               If ProduitTrouve = 1
                   Perform EditionDIC-Produit
               else
                   Display " Baisse " NoBaisseTrt(IndexBaisseTrt)
                       " : produit " CodeProduitRecherche
                       " illisible au fichier reecrit - DIC non edite"
               end-if
           end-if
           Add 1 to IndexBaisseTrt.

      *---------------------------------------------------------------
      *  DIC du produit charge dans Tab : version suivante du produit,
      *  document ecrit et archive, puis version posee dans VersionsDIC
      *  avec son numero de document
      *---------------------------------------------------------------
       EditionDIC-Produit.
           Move CodeProduitParam of Tab to CodeProduitDI
           EXEC SQL
               SELECT COALESCE(MAX(VersionDIC), 0) + 1
               INTO :VersionDI
               FROM VersionsDIC
               WHERE CodeProduit = :CodeProduitDI
           END-EXEC
           If SQLCODE <> 0
               Display " Erreur : VersionsDIC " SQLCODE
                   " - produit " CodeProduitDI
           else
               Move DateJourBaisse to DateVersionDI

               Move "DocumentsDIC" to NomBaseGN
               Perform PrepareGeneration
               Move NomGenerationGN to NomFichierDIC
               open extend FichierDIC
               If FichierDICStatus not = "00"
                   Display " Erreur ouverture fichier DIC - code "
                       FichierDICStatus
               else
                   Move 'O' to ActionArchiveDA
                   Move "DIC" to TypeDocumentDA
                   Move 0 to IdTiersDA
                   Move CodeProduitParam of Tab to CodeProduitDA
                   Move 0 to NoContratDA
                   Move DateJourBaisse to DateDocumentDA
                   Move "AvisBaisseTaux" to ProgrammeDA
                   Move "BATCH" to OperateurDA
                   Move 0 to VersionModeleDA
                   Call 'ArchiveDocument' using DemandeArchive

                   Move spaces to EnrLigneDIC
                   Perform EditionDIC-Entete
                   Perform EditionDIC-Conditions
                   Perform EditionDIC-Scenarios

                   close FichierDIC
                   Move 'F' to ActionArchiveDA
                   Call 'ArchiveDocument' using DemandeArchive

                   Move NoDocumentDA to NoDocumentDI
                   Move "BATCH" to OperateurDI
                   EXEC SQL
                       INSERT INTO VersionsDIC
                           (CodeProduit, VersionDIC, DateVersion,
                            NoDocument, Operateur)
                       VALUES
                           (:CodeProduitDI, :VersionDI, :DateVersionDI,
                            :NoDocumentDI, :OperateurDI)
                   END-EXEC
                   If SQLCODE <> 0
                       Display " Erreur : VersionsDIC " SQLCODE
                           " - produit " CodeProduitDI
                   else
                       Add 1 to NbDICEdites
                   end-if
               end-if
           end-if.

       EditionDIC-EcritLigne.
           Move EnrLigneDIC to EnrFichierDIC
           Move EnrFichierDIC to LigneDA
           Move 'L' to ActionArchiveDA
           Call 'ArchiveDocument' using DemandeArchive
           write EnrFichierDIC
           Move spaces to EnrLigneDIC.

       EditionDIC-Entete.
           move all "=" to EnrLigneDIC(1:78)
           Perform EditionDIC-EcritLigne

           Move VersionDI to VersionDICDisplay
           String "DOCUMENT D'INFORMATIONS CLES - PRODUIT "
               CodeProduitParam of Tab
               " - VERSION " VersionDICDisplay " DU " DateVersionDI
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne

           Move "Document precontractuel, remis avant toute"
               & " souscription" to EnrLigneDIC
           Perform EditionDIC-EcritLigne
           move all "-" to EnrLigneDIC(1:78)
           Perform EditionDIC-EcritLigne.

      *---------------------------------------------------------------
      *  Remuneration, frais, fiscalite et conditions d'acces du
      *  produit, taux en pour-cent (les taux du fichier produits sont
      *  des fractions : 0.0250 = 2.50 %)
      *---------------------------------------------------------------
       EditionDIC-Conditions.
           Evaluate ConventionTaux of Tab
               When '1'
                   Move "Actuel/360" to LibelleBaseDIC
               When '2'
                   Move "Actuel/365" to LibelleBaseDIC
               When '4'
                   Move "Quinzaines" to LibelleBaseDIC
               When other
                   Move "30/360" to LibelleBaseDIC
           End-evaluate
           If CapitalisationInterets of Tab = '1'
               Move "mensuelle" to LibelleCapitalDIC
           else
               Move "annuelle" to LibelleCapitalDIC
           end-if

           Move "Remuneration" to EnrLigneDIC
           Perform EditionDIC-EcritLigne
           Compute TauxCertificatDisplay = TauxRemuneration of Tab * 100
           String "  Taux annuel : " TauxCertificatDisplay
               " % - Base de calcul : " LibelleBaseDIC
               " - Capitalisation " LibelleCapitalDIC
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne
           If TauxPromo of Tab > 0
               Compute TauxCertificatDisplay = TauxPromo of Tab * 100
               Move DureePromoMois of Tab to DureeScenarioDICDisplay
               String "  Taux promotionnel de lancement : "
                   TauxCertificatDisplay
                   " % pendant les " DureeScenarioDICDisplay
                   " premiers mois"
                   into EnrLigneDIC
               end-string
               Perform EditionDIC-EcritLigne
           end-if

           Move "Frais" to EnrLigneDIC
           Perform EditionDIC-EcritLigne
           Compute TauxCertificatDisplay = FraisEntree of Tab * 100
           Compute TauxSecondDICDisplay = FraisVersement of Tab * 100
           String "  Frais d'entree : " TauxCertificatDisplay
               " % - Frais sur versements : " TauxSecondDICDisplay " %"
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne
           If FraisGestion of Tab > 0
               Compute TauxCertificatDisplay = FraisGestion of Tab * 100
               String "  Frais de gestion annuels : "
                   TauxCertificatDisplay
                   " % de l'encours moyen"
                   into EnrLigneDIC
               end-string
           else
               Move "  Pas de frais de gestion annuels" to EnrLigneDIC
           end-if
           Perform EditionDIC-EcritLigne

           Move "Fiscalite" to EnrLigneDIC
           Perform EditionDIC-EcritLigne
           Compute TauxCertificatDisplay = FiscRachat of Tab * 100
           Compute TauxSecondDICDisplay = TauxPrelSociaux of Tab * 100
           String "  Prelevement sur rachats : " TauxCertificatDisplay
               " % - Prelevements sociaux : " TauxSecondDICDisplay " %"
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne
           If AncienneteAbattement of Tab > 0
            and AbattementAnnuel of Tab > 0
               Move AbattementAnnuel of Tab to MontantCertificatDisplay
               String "  Abattement annuel par Tiers de "
                   MontantCertificatDisplay
                   " Eur apres " AncienneteAbattement of Tab
                   " ans de contrat"
                   into EnrLigneDIC
               end-string
               Perform EditionDIC-EcritLigne
           end-if

           Move "Conditions de souscription" to EnrLigneDIC
           Perform EditionDIC-EcritLigne
           Move SeuilEntreeBrut of Tab to MontantCertificatDisplay
           String "  Duree minimale : " DureeMinAnnees of Tab
               " ans - Versement initial minimum : "
               MontantCertificatDisplay " Eur"
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne
           Move MontantMinProgramme of Tab to MontantCertificatDisplay
           String "  Versement ou rachat programme minimum : "
               MontantCertificatDisplay " Eur"
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne
           Move AgeMinSouscription of Tab to AgeDICDisplay
           If AgeMaxSouscription of Tab > 0
               Move AgeMaxSouscription of Tab
                   to DureeScenarioDICDisplay
               String "  Age du souscripteur : de " AgeDICDisplay
                   " a " DureeScenarioDICDisplay " ans"
                   into EnrLigneDIC
               end-string
           else
               String "  Age minimum du souscripteur : " AgeDICDisplay
                   " ans - pas d'age maximum"
                   into EnrLigneDIC
               end-string
           end-if
           Perform EditionDIC-EcritLigne
           If PlafondVersements of Tab > 0
               Move PlafondVersements of Tab
                   to MontantCertificatDisplay
               String "  Plafond des versements par personne : "
                   MontantCertificatDisplay " Eur"
                   into EnrLigneDIC
               end-string
               Perform EditionDIC-EcritLigne
           end-if
           If DetentionUnique of Tab = '1'
               Move "  Un seul contrat par personne sur ce produit"
                   to EnrLigneDIC
               Perform EditionDIC-EcritLigne
           end-if
           If PlancherDeces of Tab = '1'
               Move "  Capital deces au moins egal aux versements nets"
                   & " des rachats" to EnrLigneDIC
               Perform EditionDIC-EcritLigne
           end-if.

      *---------------------------------------------------------------
      *  Scenarios de performance : versement initial type (10 000
      *  Eur, ou le minimum du produit s'il est superieur) sur 1 an,
      *  sur la duree minimale et sur son double, calcules mois par
      *  mois comme la simulation (taux de l'annee, paliers, promo,
      *  frais)
      *---------------------------------------------------------------
       EditionDIC-Scenarios.
           Move 10000 to MontantScenarioDIC
           If SeuilEntreeBrut of Tab > MontantScenarioDIC
               Move SeuilEntreeBrut of Tab to MontantScenarioDIC
           end-if

           Move 1 to DureeScenarioDIC(1)
           If DureeMinAnnees of Tab > 1
               Move DureeMinAnnees of Tab to DureeScenarioDIC(2)
           else
               Move 4 to DureeScenarioDIC(2)
           end-if
           If DureeScenarioDIC(2) > DureeMaxObjectif
               Move DureeMaxObjectif to DureeScenarioDIC(2)
           end-if
           Compute DureeScenarioDIC(3) = DureeScenarioDIC(2) * 2
           If DureeScenarioDIC(3) > DureeMaxObjectif
               Move DureeMaxObjectif to DureeScenarioDIC(3)
           end-if

           move all "-" to EnrLigneDIC(1:78)
           Perform EditionDIC-EcritLigne
           Move MontantScenarioDIC to MontantCertificatDisplay
           String "Scenarios de performance - versement initial de "
               MontantCertificatDisplay " Eur"
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne
           Move "  Duree (ans)   Valeur au terme      Interets"
               & "         Frais" to EnrLigneDIC
           Perform EditionDIC-EcritLigne

           Move 1 to IndexScenarioDIC
           Perform EditionDIC-CalculScenario
               until IndexScenarioDIC > 3

           Move "Calcul aux taux et frais en vigueur a la date du"
               & " document, sans versement ni" to EnrLigneDIC
           Perform EditionDIC-EcritLigne
           Move "rachat programme - les taux futurs ne sont pas"
               & " garantis" to EnrLigneDIC
           Perform EditionDIC-EcritLigne.

      *    Versement initial net des frais d'entree, puis mois par mois
      *    depuis le mois de traitement (cf SimulationCalculEpargne-init
      *    et CalculInteretAnnuel dans Contrat_Epargne_Main)
       EditionDIC-CalculScenario.
           Move MontantScenarioDIC to ValeurContrat
           Multiply ValeurContrat by FraisEntree of Tab
               giving FraisContratTmp
           Subtract FraisContratTmp from ValeurContrat
           Move FraisContratTmp to ValeurFraisContrat
           Move 0 to ValeurInterets
           Move 0 to ValeurInteretsAnnee
           Move Mois of DateOperationContrat to IndicateurMois
           Move Annee of DateOperationContrat to IndicateurAnnee
           Perform RechercheTauxAnnee

           Move 0 to IndicateurMoisDureePart
           Compute IndicateurMoisDureeTot =
               DureeScenarioDIC(IndexScenarioDIC) * 12
           Perform EditionDIC-SimuleMois
               until IndicateurMoisDureePart = IndicateurMoisDureeTot

           Move DureeScenarioDIC(IndexScenarioDIC)
               to DureeScenarioDICDisplay
           Move ValeurContrat to ValeurTermeDICEd
           Move ValeurInterets to InteretsDICEd
           Move ValeurFraisContrat to FraisDICEd
           String "      " DureeScenarioDICDisplay
               "     " ValeurTermeDICEd
               "  " InteretsDICEd
               "  " FraisDICEd
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne
           Add 1 to IndexScenarioDIC.

      *    Un mois : taux promotionnel pendant les DureePromoMois
      *    premiers mois, interet servi par tranches de paliers,
      *    capitalise tout de suite en capitalisation mensuelle
       EditionDIC-SimuleMois.
           If TauxPromo of Tab > 0
            and IndicateurMoisDureePart < DureePromoMois of Tab
               Move TauxAnnuelEnVigueur to TauxAnnuelSauvegarde
               Move TauxPromo of Tab to TauxAnnuelEnVigueur
               Perform CalculTauxRemPeriode
               Move TauxAnnuelSauvegarde to TauxAnnuelEnVigueur
           else
               Perform CalculTauxRemPeriode
           end-if
           Perform CalculInteretPaliers
           Move MontantInteretPalierSim to InteretMoisDIC
           Add InteretMoisDIC to ValeurInterets
           Add InteretMoisDIC to ValeurInteretsAnnee
           If CapitalisationInterets of Tab = '1'
               Add InteretMoisDIC to ValeurContrat
           end-if
           Add 1 to IndicateurMoisDureePart
           Add 1 to IndicateurMois
           If IndicateurMois > 12
               Perform EditionDIC-FinAnnee
           end-if.

      *    Fin d'annee : taux de l'annee suivante, prelevements sociaux
      *    sur les interets de l'annee (cf CalculValeursFinAnnee)
       EditionDIC-FinAnnee.
           Move 1 to IndicateurMois
           Add 1 to IndicateurAnnee
           Perform RechercheTauxAnnee
           Multiply ValeurInteretsAnnee by TauxPrelSociaux of Tab
               giving ValeurFraisPrelSoc
           Subtract ValeurFraisPrelSoc from ValeurInteretsAnnee
               giving ValeurInteretsNets
           If CapitalisationInterets of Tab = '1'
               Subtract ValeurFraisPrelSoc from ValeurContrat
           else
               Add ValeurInteretsNets to ValeurContrat
           end-if
           Add ValeurFraisPrelSoc to ValeurFraisContrat
           Move 0 to ValeurInteretsAnnee.

      *---------------------------------------------------------------
      *  Taux en vigueur pour IndicateurAnnee dans le referentiel par
      *  annee (charge par ReleveBaissesAnnuelles), a defaut taux du
      *  produit - meme logique que ChargeTauxAnnee dans
      *  Contrat_Epargne_Main
      *---------------------------------------------------------------
       RechercheTauxAnnee.
           Move 0 to TauxAnneeTrouve
           Move 1 to IndexTauxAnnee
           Perform RechercheTauxAnnee-Trt
               until IndexTauxAnnee > NbLigneTauxAnnee
                  or TauxAnneeTrouve = 1

           If TauxAnneeTrouve = 1
               Move TauxAnneeVal of ligneTauxAnnee(IndexRechTauxAnnee)
                   to TauxAnnuelEnVigueur
           else
               Move TauxRemuneration of Tab to TauxAnnuelEnVigueur
           end-if.

       RechercheTauxAnnee-Trt.
           If AnneeTaux of ligneTauxAnnee(IndexTauxAnnee)
              = IndicateurAnnee
               Move 1 to TauxAnneeTrouve
               Move IndexTauxAnnee to IndexRechTauxAnnee
           else
               Add 1 to IndexTauxAnnee
           end-if.

      *---------------------------------------------------------------
      *  Repartition du taux annuel sur le mois courant, selon la base
      *  de calcul du produit - meme logique que CalculInteretMensuel
      *---------------------------------------------------------------
       CalculTauxRemPeriode.
           Evaluate ConventionTaux of Tab
               When '1'
                   Perform CalculJoursMoisCourant
                   Compute TauxRemPeriode =
                       TauxAnnuelEnVigueur * NbJoursMoisCourant / 360
               When '2'
                   Perform CalculJoursMoisCourant
                   Compute TauxRemPeriode =
                       TauxAnnuelEnVigueur * NbJoursMoisCourant / 365
               When other
                   Divide 12 into TauxAnnuelEnVigueur
                       giving TauxRemPeriode
           End-evaluate.

       CalculJoursMoisCourant.
           Move JoursMoisMax(IndicateurMois) to NbJoursMoisCourant
           Divide IndicateurAnnee by 4 giving AnneeQuotient
               remainder AnneeReste4
           If IndicateurMois = 2 and AnneeReste4 = 0
               Move 29 to NbJoursMoisCourant
           End-if.

      *---------------------------------------------------------------
      *  Interet du mois servi tranche par tranche sur ValeurContrat :
      *  taux en vigueur jusqu'au premier seuil du produit, puis taux
      *  majore de chaque palier - meme logique que CalculInteretMensuel
      *---------------------------------------------------------------
       CalculInteretPaliers.
           Move 0 to MontantInteretPalierSim
           Move 0 to BorneBassePalier
           Move TauxRemPeriode to TauxPalierPeriode

           Move 1 to IndexPalier
           Perform CalculInteretPaliers-Trt
               until IndexPalier > NbLignePalier
                  or BorneBassePalier >= ValeurContrat

           If ValeurContrat > BorneBassePalier
               Compute TranchePalier = ValeurContrat - BorneBassePalier
               Multiply TranchePalier by TauxPalierPeriode
                   giving MontantInteretTranche
               Add MontantInteretTranche to MontantInteretPalierSim
           end-if.

       CalculInteretPaliers-Trt.
           If CodeProduitPal of lignePalier(IndexPalier)
              = CodeProduitParam of Tab
            and SeuilPalier of lignePalier(IndexPalier)
              > BorneBassePalier
               If ValeurContrat
                  > SeuilPalier of lignePalier(IndexPalier)
                   Compute TranchePalier =
                       SeuilPalier of lignePalier(IndexPalier)
                       - BorneBassePalier
               else
                   Compute TranchePalier =
                       ValeurContrat - BorneBassePalier
               end-if
               Multiply TranchePalier by TauxPalierPeriode
                   giving MontantInteretTranche
               Add MontantInteretTranche to MontantInteretPalierSim

               Move SeuilPalier of lignePalier(IndexPalier)
                   to BorneBassePalier
               Move TauxMajore of lignePalier(IndexPalier)
                   to TauxAnnuelPalier
               Perform CalculTauxPalierPeriode
           end-if
           Add 1 to IndexPalier.

       CalculTauxPalierPeriode.
           Evaluate ConventionTaux of Tab
               When '1'
                   Perform CalculJoursMoisCourant
                   Compute TauxPalierPeriode =
                       TauxAnnuelPalier * NbJoursMoisCourant / 360
               When '2'
                   Perform CalculJoursMoisCourant
                   Compute TauxPalierPeriode =
                       TauxAnnuelPalier * NbJoursMoisCourant / 365
               When other
                   Divide 12 into TauxAnnuelPalier
                       giving TauxPalierPeriode
           End-evaluate.

      *---------------------------------------------------------------
      *  Importation de TauxPaliers.csv (CodeProduit;SeuilPalier;
      *  TauxMajore) - fichier absent = aucun palier
      *---------------------------------------------------------------
       ImportationTauxPaliers.
           Move 0 to EofImportPalier
           Move 0 to NbLignePalier
           Move 1 to IndexPalier

           open input FichierTauxPaliers
           evaluate FichierTauxPaliersStatus
               when "00"
                   read FichierTauxPaliers
                       at end move 1 to EofImportPalier
                   end-read
               when other
                   move 1 to EofImportPalier
           end-evaluate

           Perform ImportationTauxPaliers-Trt until EofImportPalier = 1

           if FichierTauxPaliersStatus = "00"
            or FichierTauxPaliersStatus = "10"
               close FichierTauxPaliers
           end-if.

       ImportationTauxPaliers-Trt.
           If IndexPalier <= 20
               Move 0 to NbChampsImportPalier
               Unstring EnrFichierTauxPaliers delimited by ";" into
                   CodeProduitPal of lignePalier(IndexPalier)
                   SeuilPalierTxt of lignePalier(IndexPalier)
                   TauxMajoreTxt of lignePalier(IndexPalier)
                   Tallying in NbChampsImportPalier
               end-Unstring

               if NbChampsImportPalier = 3
                and SeuilPalierTxt of lignePalier(IndexPalier)
                    is numeric
                and TauxMajoreTxt of lignePalier(IndexPalier)
                    is numeric
                   Move IndexPalier to NbLignePalier
                   Add 1 to IndexPalier
               end-if
           end-if

           read FichierTauxPaliers
               at end move 1 to EofImportPalier
           end-read.

      *---------------------------------------------------------------
      * Importation du fichier des parametres produit, relu apres sa
      * reecriture (meme logique que CalculInteretMensuel)
      *---------------------------------------------------------------
       ImportationFichier.
           perform ImportationFichier-Init.
           perform ImportationFichier-Trt Until EofImport = 1.
           perform ImportationFichier-Fin.

       ImportationFichier-Init.
           Move 0 to EofImport.
           Move 1 to IndexContrat.
           Move 0 to ImportFichierOk.
           open input FichierProduits.
           evaluate FichierProduitsStatus
               when "00"
                   move 1 to ImportFichierOk
                   read FichierProduits
                       at end move 1 to EofImport
                   end-read
               when other
                   Display " Erreur ouverture fichier produits -"
                       " code " FichierProduitsStatus
                   move 1 to EofImport
           end-evaluate.

       ImportationFichier-Trt.
           read FichierProduits
               at end move 1 to EofImport
               not at end perform TrtLigne
           end-read.

       ImportationFichier-Fin.
           if ImportFichierOk = 1
               compute NbLigneProduit = IndexContrat - 1
               if NbLigneProduit < 1
                   move 1 to NbLigneProduit
               end-if
               close FichierProduits
           end-if.

       TrtLigne.
           Move 0 to NbChampsImport
           Unstring EnrFichierProduits delimited by ";" into

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
      * ligne trouvee - meme logique que Contrat_Epargne_Main
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
               Move PlafondVersements
                   of ligneProduit(IndexRechProduit)
                   to PlafondVersements of Tab
               Move DetentionUnique
                   of ligneProduit(IndexRechProduit)
                   to DetentionUnique of Tab
               Move AncienneteAbattement
                   of ligneProduit(IndexRechProduit)
                   to AncienneteAbattement of Tab
               Move AbattementAnnuel
                   of ligneProduit(IndexRechProduit)
                   to AbattementAnnuel of Tab
               Move FraisGestion
                   of ligneProduit(IndexRechProduit)
                   to FraisGestion of Tab
               Move PlancherDeces
                   of ligneProduit(IndexRechProduit)
                   to PlancherDeces of Tab
               Move ValeurResidMin
                   of ligneProduit(IndexRechProduit)
                   to ValeurResidMin of Tab
           else
               Add 1 to IndexRechProduit
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       AvisBaisseTaux-Fin.
           If FichierPreuvesOk = 1
               close FichierPreuves
           end-if.

           If BatchRefuse = 0
               Perform FinControleBatch
               EXEC SQL
                   CONNECT RESET
               END-EXEC
           end-if.

           Display " Baisses de taux annuel relevees : "
               NbBaissesRelevees.
           Display " Baisses avisees ce passage : " NbBaissesAvisees
               " - avis envoyes : " NbAvisTotal.
           Display " Preuve d'envoi : " NomFichierPreuves.
           Display " Baisses entrees en vigueur : " NbBaissesAppliquees
           Display " DIC reedites sur le nouveau taux : " NbDICEdites.

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
      *  Controle des passages batch : job quotidien, trace sans refus
      *  de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "AvisBaisseTaux" to NomJobCB
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
           Move NbAvisTotal to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program AvisBaisseTaux.
