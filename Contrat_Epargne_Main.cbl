                organization is line sequential access sequential
                file status is FichierEpargneStatus.

      *    Simulations (cf CalculInteretAnnuel) et rejets d'import : generations
      *    datees du jour de traitement (cf PrepareGeneration), comme tous les
      *    fichiers de sortie cumulatifs ci-dessous - purgees ou archivees par
      *    RetentionGenerations passe leur duree de conservation
          Select FichierPrint assign to NomFichierPrint
          organization is line sequential access sequential
          file status is FichierPrintStatus.

          Select FichierRejetImport assign to NomFichierRejetImport
          organization is line sequential access sequential
          file status is FichierRejetStatus.

          organization is line sequential access sequential
          file status is FichierExportTiersStatus.

      *    Exports des releves d'operations, une generation par jour
          Select FichierExportOperations assign to NomFichierExportOperations
          organization is line sequential access sequential
          file status is FichierExportOperationsStatus.

          organization is line sequential access sequential
          file status is FichierTauxPaliersStatus.

      *    Bareme des penalites de sortie par anciennete (cf CalculPenaliteRachat),
      *    tenu a cote de ProduitsEpargne.csv - versions datees dans le fichier
          Select FichierBaremePenalites assign to "C:\fichiers-cobol\BaremePenalites.csv"
          organization is line sequential access sequential
          file status is FichierBaremePenalitesStatus.

      *    Certificat d'adhesion remis au client a la validation d'une souscription
      *    (cf EcritCertificatSouscription) : generation du jour ouverte en EXTEND
      *    comme FichierPrint, un bloc formate par contrat souscrit
          Select FichierCertificat assign to NomFichierCertificat
          organization is line sequential access sequential
          file status is FichierCertificatStatus.

      *    Documents d'informations cles des produits (cf EditionDIC) : generation
      *    du jour ouverte en EXTEND comme FichierCertificat, un bloc par version
          Select FichierDIC assign to NomFichierDIC
          organization is line sequential access sequential
          file status is FichierDICStatus.

      *    Avis de confirmation client du jour (cf EcritNotificationClient) : un
      *    enregistrement par evenement significatif (versement, rachat, cloture,
      *    avenant), date du jour dans le nom, pret pour la passerelle courriel
          organization is line sequential access sequential
          file status is FichierNotificationsStatus.

      *    Meme avis pour les Tiers sans adresse courriel : listing du jour a
      *    imprimer et poster (cf EcritNotificationClient)
          Select FichierNotifCourrier assign to NomFichierNotifCourrier
          organization is line sequential access sequential
          file status is FichierNotifCourrierStatus.

          organization is line sequential access sequential
          file status is FichierSeuilsAMLStatus.

      *    Limites journalieres de pose par profil / par operateur (cf
      *    ControleLimiteJournaliere) - meme principe d'import que SeuilsAML.csv
          Select FichierLimitesOp assign to "C:\fichiers-cobol\LimitesOperateurs.csv"
          organization is line sequential access sequential
          file status is FichierLimitesOpStatus.

      *    Version PROPOSEE du fichier parametres, deposee par le marketing
      *    (cf ApprobationParametres) : chargee cote a cote avec la version
      *    en vigueur, comparee champ par champ, et promue seulement apres
          file status is FichierListeSurvStatus.

      *    Extraits imprimables des situations a date (cf
      *    SituationADate) : generation du jour en EXTEND, un bloc par
      *    demande avec les operations considerees
          Select FichierSituation assign to NomFichierSituation
          organization is line sequential access sequential
          file status is FichierSituationStatus.

      *    Decomptes de reglement (rachats totaux et successions, cf
      *    EcritDecompteReglement) : generation du jour en EXTEND comme le
      *    certificat de souscription - un bloc par beneficiaire paye,
      *    avec part, brut, retenues et IBAN servi ; les beneficiaires
      *    n'ont plus a appeler pour savoir d'ou sort leur montant
          Select FichierDecompte assign to NomFichierDecompte
          organization is line sequential access sequential
          file status is FichierDecompteStatus.

      *    Certificats de transfert sortant (cf EcritCertificatTransfert) : generation
      *    du jour en EXTEND comme les decomptes - un bloc par contrat transfere, remis
      *    a l'etablissement d'accueil pour reprendre l'anteriorite et les primes
          Select FichierCertifTransfert assign to NomFichierCertifTransfert
          organization is line sequential access sequential
          file status is FichierCertifTransfertStatus.

      *    Derogations superviseur au blocage d'acceptation
      *    beneficiaire (cf VerifieAcceptationBenef) : generation du jour, une
      *    ligne horodatee par passage outre avec consentement recueilli
          Select FichierDerogAccept assign to NomFichierDerogAccept
          organization is line sequential access sequential
          file status is FichierDerogAcceptStatus.

      *    Derogations superviseur au blocage de journee fermee (cf
      *    VerifieJourneeOuverte) : generation du jour, une ligne horodatee par
      *    passage outre, pour l'audit de la fenetre de comptabilisation
          Select FichierDerogJournee assign to NomFichierDerogJournee
          organization is line sequential access sequential
          file status is FichierDerogJourneeStatus.

          organization is line sequential access sequential
          file status is FichierTransmissionStatus.

      *    Reimpressions des documents clients archives (cf ArchiveDocuments) :
      *    generation du jour en EXTEND, chaque document recopie ligne a ligne tel
      *    qu'il a ete produit
          Select FichierReimpression assign to NomFichierReimpression
          organization is line sequential access sequential
          file status is FichierReimpressionStatus.

      *    Modeles de courrier (cf FusionModele) : version PROPOSEE deposee par le
      *    juridique, fichier en vigueur reecrit a l'approbation, rapport de
      *    comparaison et archive des versions refusees - meme cycle que le
      *    fichier parametres (cf ApprobationModeles)
          Select FichierModelesNouveau assign to "C:\fichiers-cobol\ModelesCourrierNouveau.csv"
          organization is line sequential access sequential
          file status is FichierModelesNouveauStatus.

          Select FichierModelesMaj assign to "C:\fichiers-cobol\ModelesCourrier.csv"
          organization is line sequential access sequential
          file status is FichierModelesMajStatus.

          Select FichierRapportModeles assign to "C:\fichiers-cobol\ApprobationModeles.txt"
          organization is line sequential access sequential
          file status is FichierRapportModelesStatus.

          Select FichierModelesRefuse assign to "C:\fichiers-cobol\ModelesCourrierRefuses.txt"
          organization is line sequential access sequential
          file status is FichierModelesRefuseStatus.

       data division.

       file section.
       FD FichierSeuilsAML record varying from 0 to 255.
       01 EnrFichierSeuilsAML pic x(255).

       FD FichierLimitesOp record varying from 0 to 255.
       01 EnrFichierLimitesOp pic x(255).

       FD FichierListeSurv record varying from 0 to 255.
       01 EnrFichierListeSurv pic x(255).

       FD FichierTauxPaliers record varying from 0 to 255.
       01 EnrFichierTauxPaliers pic x(255).

       FD FichierBaremePenalites record varying from 0 to 255.
       01 EnrFichierBaremePenalites pic x(255).

       FD FichierCertificat record varying from 0 to 255.
       01 EnrFichierCertificat pic x(255).

       FD FichierDIC record varying from 0 to 255.
       01 EnrFichierDIC pic x(255).

       FD FichierNotifications record varying from 0 to 255.
       01 EnrFichierNotifications pic x(255).

       FD FichierDecompte record varying from 0 to 255.
       01 EnrFichierDecompte pic x(255).

       FD FichierCertifTransfert record varying from 0 to 255.
       01 EnrFichierCertifTransfert pic x(255).

       FD FichierSituation record varying from 0 to 255.
       01 EnrFichierSituation pic x(255).

       FD FichierReimpression record varying from 0 to 255.
       01 EnrFichierReimpression pic x(255).

       FD FichierModelesNouveau record varying from 0 to 320.
       01 EnrFichierModelesNouveau pic x(320).

       FD FichierModelesMaj record varying from 0 to 320.
       01 EnrFichierModelesMaj pic x(320).

       FD FichierRapportModeles record varying from 0 to 400.
       01 EnrFichierRapportModeles pic x(400).

       FD FichierModelesRefuse record varying from 0 to 320.
       01 EnrFichierModelesRefuse pic x(320).

       working-storage section.

       01 DateSysteme.
       77  SauterFraisSituation    pic 9.
       77  TypeOrigineSituation    pic X.
       77  TypeParentSituation     pic X.
       77  NatureOrigineSituation  pic X.
       77  NoOperationParentSit    pic 9(8).
       77  SoldeSituationDisplay   pic -(12)9.99.
       77  MontantSituationDisplay pic Z(11)9.99.
       77  ProrataSituation        pic 9(12)v99.
       77  NbQuinzainesSituation   pic 9.
      *    Dernier jour d'un mois photographie (cf PositionsFinMois) :
      *    la position de reference du mois remplace le rejeu
       77  SituationPhotoTrouvee   pic 9.
       01  DateSituation.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
       77  EmployeursEOF           pic 9.
       77  LigneEmployeur          pic 99.
       77  NoEmployeurSaisi        pic 9(6).

      *---------------------------------------------------------------------------------------------
      * Variables pour le referentiel des agences (cf GestionAgences) - meme ossature que la
      * gestion des employeurs
      *---------------------------------------------------------------------------------------------
       77  ChoixGestionAgences     pic X.
       77  AgencesEOF              pic 9.
       77  LigneAgence             pic 99.
      *77  Msg-Erreur              pic x(79).
       77  EofImport               pic 9.
       77  IndexContrat            pic 9(3).
           05 filler               pic x value ';'.
           05 CkpIndexContratTxt   pic 9(3).
       77  LigneImportNo           pic 9(5).
       77  NbChampsImport          pic 99.
       77  NbChampsImportTaux      pic 9.
       77  NbLignesRejetees        pic 9(5).
       77  CodeProduitRecherche    pic XX.
           05 ValeurContratCompResEd       PIC Z(8)9.99.
           05 ValeurInteretsCompResEd      PIC Z(8)9.99.
           05 ValeurFraisContratCompResEd  PIC Z(8)9.99.

      *---------------------------------------------------------------------------------------------
      * Simulation par objectif : valeur a atteindre au terme saisie, une seule inconnue
      * (montant souscrit, versement programme ou duree) recherchee sur le meme moteur
      * de calcul que SimulationCalculEpargne (cf SimulationObjectif)
      *---------------------------------------------------------------------------------------------
       77 ValeurCibleObjectifSaisie PIC ZBZZZBZZ9.99.
       77 ValeurCibleObjectif       PIC 9(7)V99.
       77 ChoixInconnueObjectif     PIC X.
       77 ObjectifAtteint           PIC 9.
       77 DureeObjectif             PIC 999.
      *    999 mois au plus dans le moteur (cf IndicateurMoisDureeTot) : 83 ans
       77 DureeMaxObjectif          PIC 999 value 83.
       77 BorneBasseObjectif        PIC 9(8)V99.
       77 BorneHauteObjectif        PIC 9(8)V99.
       77 MilieuObjectif            PIC 9(8)V99.
       77 EcartBornesObjectif       PIC 9(8)V99.
       77 NbEcheancesObjectif       PIC 999.
       77 MoisPeriodeObjectif       PIC 99.
       77 ResultatObjectifEd        PIC Z(7)9.99.
      *    Meme longueur que Saisie-Simulation : saisie d'origine remise en place
      *    si l'objectif ne peut pas etre atteint
       77 SaisieAvantObjectif       PIC X(55).
       77 MontantSouscrTab        PIC 9(8)v9999.
       77 MontantVersementP       PIC 9(8)v9999.
       77 MontantVersementP-tmp      PIC 9(8)v99.
           77 PctBenefPrincipal   PIC 999.
           77 PctBenefSupSaisi    PIC 999.
           77 PctBenefTotal       PIC 999.
      *---------------------------------------------------------------------------------------------
      * Personne morale souscriptrice (cf SaisiePersonneMorale / SaisieImmatriculation) et ses
      * beneficiaires effectifs (cf SaisieBeneficiairesEffectifs) : 1 a 4 personnes physiques avec
      * leur pourcentage de detention (total de 100 au plus), chacune filtree contre la liste de
      * surveillance a la saisie - enregistrees en Tiers et dans BeneficiairesEffectifs par
      * InsertionBeneficiairesEffectifs
      *---------------------------------------------------------------------------------------------
           77 ChoixTypeTiers      PIC X.
           77 ChoixAutreBenefEff  PIC X.
           77 NbBenefEff          PIC 9.
           77 IndexBenefEff       PIC 9.
           77 PctBenefEffSaisi    PIC 999.
           77 PctBenefEffTotal    PIC 999.
           77 BenefEffRefuse      PIC 9.
           77 NomBenefEff         PIC X(20).
           77 PrenomBenefEff      PIC X(25).
           77 DateNaissBenefEff   PIC X(10).
           77 PaysBenefEff        PIC X(2).
       01 BeneficiairesEffectifsSaisis.
           05 BenefEffSaisi occurs 4.
               10 NomBEF          PIC X(20).
               10 PrenomBEF       PIC X(25).
               10 DateNaissBEF    PIC X(10).
               10 PaysResidBEF    PIC X(2).
               10 PctBEF          PIC 999.
       01 DateNaissanceTiersBEF.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       01 DateImmatTiers.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
      *77 NoContratNum PIC 9(8).
      *77 maxID PIC 9(8).
      *77 MontantSouscription PIC 9(8)v99. 
      * droit de modifier la date de traitement
      *---------------------------------------------------------------------------------------------
       77 ProfilOperateur           PIC X value 'C'.
      *    Agence de rattachement de l'operateur connecte (cf referentiel Agences), recopiee
      *    sur CodeAgencePC a la souscription - a blanc = siege / non rattache
       77 AgenceOperateur           PIC X(5) value spaces.
      *---------------------------------------------------------------------------------------------
      * Variables pour la file d'approbation a deux regards (cf MetEnAttenteApprobation et
      * ApprobationOperations) : une operation au-dela du SeuilApprobation du produit part
       77 TauxAnnuelPalier          PIC 99V9999.
       77 TauxPalierPeriode         PIC 99V99999999.
       77 MontantInteretTranche     PIC 9(8)V9999.

      *---------------------------------------------------------------------------------------------
      * Penalite de sortie par anciennete (BaremePenalites.csv, cf CalculPenaliteRachat) :
      * version du bareme en vigueur a DateVersionRecherche, taux de l'annee de contrat
      * atteinte, applique au brut rachete - posee en ligne 'F' de nature 'P' apres la
      * fiscalite. Deces, renonciation et echeance n'y passent pas
      *---------------------------------------------------------------------------------------------
       77 FichierBaremePenalitesStatus PIC X(2).
       77 NbLignePenalite           PIC 999 value 0.
       77 EofImportPenalite         PIC 9.
       77 NbChampsImportPenalite    PIC 9.
       77 IndexPenalite             PIC 999.
       77 MontantBrutPenalite       PIC 9(12)V99.
       77 DateEffetPenalite         PIC X(10).
       77 AnneeEffetPenalite        PIC 9999.
       77 MoisEffetPenalite         PIC 99.
       77 JourEffetPenalite         PIC 99.
       77 AnneeContratPenalite      PIC S999.
       77 AnneePenaliteDisplay      PIC ZZ9.
       77 DateVersionPenalite       PIC X(10).
       77 TauxPenaliteRachat        PIC 99V9999.
       77 PenaliteRachat            PIC 9(12)V99.
      *    Rachat total : penalite de l'operation et quote-part de chaque
      *    beneficiaire (cf RachatTotal-PaieBeneficiaire)
       77 PenaliteRachatTotal       PIC 9(12)V99 value 0.
       77 PenalitePartBenef         PIC 9(12)V99 value 0.

      *---------------------------------------------------------------------------------------------
      * Frais de gestion au prorata de l'annee de cloture (cf CalculFraisGestionCloture) : taux
      * annuel du produit (ou derogatoire) sur l'encours moyen du 1er janvier - ou de la date
      * d'effet - au jour de cloture exclu, ramene aux jours de l'annee, pose en ligne 'F' de
      * nature 'G' avant le reglement. Une annee deja facturee par FraisGestionAnnuel ne l'est
      * pas deux fois. Deces, renonciation et desherence n'y passent pas
      *---------------------------------------------------------------------------------------------
       77 FraisGestionCloture       PIC 9(12)V99 value 0.
       77 ValeurApresFraisGestion   PIC 9(12)V99.
       77 TauxGestionApplique       PIC 99V9999.
       77 DerogFraisGestion         PIC 9.
       77 TauxGestionDerogContrat   PIC 99V9999.
       77 DateEffetGestion          PIC X(10).
       77 AnneeGestionRecherche     PIC X(10).
       77 DateDebutPeriodeGestion   PIC X(10).
       77 DateFinPeriodeGestion     PIC X(10).
       77 NbFraisGestionAnnee       PIC 9(5).
       77 SoldeGestion              PIC S9(13)V99.
       77 CumulSoldeJours           PIC 9(16)V99.
       77 DernierTypeGestion        PIC X.
       77 SauterFraisGestion        PIC 9.
       77 TypeOrigineGestion        PIC X.
       77 NatureOrigineGestion      PIC X.
       77 TypeParentGestion         PIC X.
       77 NoOperationParentGest     PIC 9(8).
       77 JourDebutPeriode          PIC 9(7).
       77 JourFinPeriode            PIC 9(7).
       77 JourCourantGestion        PIC 9(7).
       77 NbJoursAnneeGestion       PIC 9(3).
       77 OperationsGestionEOF      PIC 9.
       77 DateQuantiemeTxt          PIC X(10).
       77 MontantInteretPalierSim   PIC 9(8)V9999.
       77 InteretBaseSeule          PIC 9(8)V9999.
       77 MajorationPalierSim       PIC 9(8)V9999.
       77 MajorationPalierDisplay   PIC Z(5)9.99.
      *    Convention quinzaines (ConventionTaux 4) : le versement programme du mois ne porte
      *    interet qu'a partir du 16, la premiere quinzaine est retiree de l'interet du mois
       77 ValeurAvantVersementSim   PIC 9(8)v99.
       77 VersementMoisSim          PIC 9(8)v99.
       77 QuinzainePerdueSim        PIC 9(8)V9999.

      *---------------------------------------------------------------------------------------------
      * Filtrage sanctions / personnes politiquement exposees (cf ControleListeSurveillance) :
       01 LignesParamStage.
           05 LigneParamStage OCCURS 200 TIMES.
               10 LigneStageBrute  PIC X(200).
      *        1 = produit nouveau ou modifie : DIC reedite a la promotion
               10 ProduitModifieStage PIC 9.
       01 LignesParamVigueur.
           05 LigneParamVigueur OCCURS 200 TIMES.
               10 LigneVigueurBrute PIC X(200).
       01 ChampsParamStage.
           05 ChampStage OCCURS 25 TIMES PIC X(14).
       01 ChampsParamVigueur.
           05 ChampVigueur OCCURS 25 TIMES PIC X(14).
       01 NomsChampsParamVals.
           05 filler PIC X(14) value "CodeProduit".
           05 filler PIC X(14) value "FraisEntree".
           05 filler PIC X(14) value "AgeMaxSouscr".
           05 filler PIC X(14) value "CtrlAgeBenef".
           05 filler PIC X(14) value "StatutVente".
           05 filler PIC X(14) value "PlafondVersem".
           05 filler PIC X(14) value "DetentionUniq".
           05 filler PIC X(14) value "AncienAbattem".
           05 filler PIC X(14) value "AbattemAnnuel".
           05 filler PIC X(14) value "FraisGestion".
           05 filler PIC X(14) value "PlancherDeces".
           05 filler PIC X(14) value "ValeurResidMin".
       01 NomsChampsParam redefines NomsChampsParamVals.
           05 NomChampParam OCCURS 25 TIMES PIC X(14).

      *---------------------------------------------------------------------------------------------
      * Baisse du taux de remuneration dans la version proposee (cf CompareChampParam) : le
      * client doit etre prevenu DelaiPreavisBaisseMois mois avant l'effet - l'approbation
      * demande la date d'effet et la refuse trop proche. Le fichier promu garde l'ancien taux,
      * AvisBaisseTaux avise les clients puis applique le nouveau taux a la date d'effet
      *---------------------------------------------------------------------------------------------
       77 DelaiPreavisBaisseMois    PIC 99 value 2.
       77 NbBaissesTaux             PIC 99 value 0.
       77 IndexBaisseTaux           PIC 99.
       77 BaisseTauxTrouvee         PIC 9.
       77 EffetBaisseAccepte        PIC 9.
       77 PointeurChampParam        PIC 9(3).
       77 ChampParamIgnore          PIC X(14).
       77 MoisLimitePreavis         PIC 99.
       77 AnneeLimitePreavis        PIC 9999.
       77 DateLimitePreavis         PIC X(10).
       77 DateEffetBaisseTxt        PIC X(10).
       77 NoBaisseSuivant           PIC 9(8).
       01 DateEffetBaisse.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       01 TauxParamTxt              PIC X(6).
       01 TauxParamNum redefines TauxParamTxt PIC 99v9999.
       01 BaissesTauxProposees.
           05 BaisseTauxProposee OCCURS 50 TIMES.
               10 CodeProduitBaisse PIC XX.
               10 AncienTauxBaisse  PIC 99v9999.
               10 AncienTauxBaisseTxt redefines AncienTauxBaisse PIC X(6).
               10 NouveauTauxBaisse PIC 99v9999.

      *---------------------------------------------------------------------------------------------
      * Approbation des modeles de courrier (cf ApprobationModeles) : meme cycle que les
      * parametres - ModelesCourrierNouveau.csv depose par le juridique est compare ligne a
      * ligne au fichier en vigueur (cle Type;Version;DateEffet;NoLigne), promu a l'approbation
      * superviseur ou archive date au refus. Une version deja en vigueur ne se retouche pas :
      * les documents produits y renvoient, le juridique cree une nouvelle version
      *---------------------------------------------------------------------------------------------
       77 FichierModelesNouveauStatus PIC X(2).
       77 FichierModelesMajStatus  PIC X(2).
       77 FichierRapportModelesStatus PIC X(2).
       77 FichierModelesRefuseStatus PIC X(2).
       77 EofModeles               PIC 9.
       77 NbLignesModPropose       PIC 9(3) value 0.
       77 NbLignesModVigueur       PIC 9(3) value 0.
       77 IndexModPropose          PIC 9(3).
       77 IndexModVigueur          PIC 9(3).
       77 IndexModPrecedent        PIC 9(3).
       77 ModVigueurTrouve         PIC 9.
       77 NbDifferencesModeles     PIC 9(5).
       77 NbVersionsRetouchees     PIC 9(5).
       77 NbVersionsApprouvees     PIC 9(3).
       77 ChoixApprobModeles       PIC X.
       77 EnrLigneRapportModeles   PIC X(400).
       77 MouvementModele          PIC X(25).
       77 LigneModeleDecoupee      PIC X(320).
       77 PointeurLigneModele      PIC 9(3).
       01 CleLigneModeleDecoupee.
           05 CleVersionDecoupee.
               10 TypeModeleDecoupe    PIC X(6).
               10 VersionModeleDecoupe PIC X(3).
               10 DateEffetModeleDecoupe PIC X(10).
           05 NoLigneModeleDecoupe PIC X(3).
       01 LignesModelesProposes.
           05 LigneModPropose OCCURS 500 TIMES.
               10 LigneModProposeBrute PIC X(320).
               10 CleLigneModPropose.
                   15 CleVersionModPropose PIC X(19).
                   15 NoLigneModPropose PIC X(3).
               10 PosTexteModPropose PIC 9(3).
       01 LignesModelesVigueur.
           05 LigneModVigueur OCCURS 500 TIMES.
               10 LigneModVigueurBrute PIC X(320).
               10 CleLigneModVigueur.
                   15 CleVersionModVigueur PIC X(19).
                   15 NoLigneModVigueur PIC X(3).
               10 PosTexteModVigueur PIC 9(3).

      *---------------------------------------------------------------------------------------------
      * Plafond reglementaire des versements et detention unique par produit (cf
      * ControlePlafondVersement / ControleDetentionUnique) : l'encours de la personne sur le
      * produit est cumule sur tous ses contrats en vie, rapproches par l'identite (Nom, Prenom,
      * DateNaissance du souscripteur) pour rattraper les doublons de fiche Tiers
      *---------------------------------------------------------------------------------------------
       77 CodeProduitPlafond        PIC XX.
       77 NoContratPlafond          PIC 9(8).
       77 NomPlafond                PIC X(20).
       77 PrenomPlafond             PIC X(25).
       77 DateNaissPlafond          PIC X(10).
       77 MontantPlafondControle    PIC 9(12)V99.
       77 EncoursPlafondTiers       PIC 9(12)V99.
       77 ChequesPlafondTiers       PIC 9(12)V99.
       77 DisponiblePlafond         PIC 9(12)V99.
       77 DisponiblePlafondDisplay  PIC Z(9)9.99.
       77 PlafondDepasse            PIC 9.
       77 NbContratsDetention       PIC 9(5).
       77 DetentionRefusee          PIC 9.

       77 FichierListeSurvStatus    PIC X(2).
       77 NbLigneSurv               PIC 9(3) value 0.

       77 TypeOperationAttente      PIC X.
       77 MontantAttente            PIC 9(12)V99.

      *---------------------------------------------------------------------------------------------
      * Limites journalieres de pose de l'operateur connecte (LimitesOperateurs.csv, cf
      * ControleLimiteJournaliere) : le seuil produit attrape la grosse operation isolee, la
      * limite attrape la serie d'operations juste sous le seuil - au-dela du cumul du jour,
      * l'operation part elle aussi en file d'approbation
      *---------------------------------------------------------------------------------------------
       77 FichierLimitesOpStatus    PIC X(2).
       77 NbLigneLimiteOp           PIC 99 value 0.
       77 EofImportLimiteOp         PIC 9.
       77 NbChampsImportLimiteOp    PIC 9.
       77 IndexLimiteOp             PIC 99.
       77 TypeLimiteControle        PIC X.
       77 MontantLimiteControle     PIC 9(12)V99.
       77 PlafondJourOperateur      PIC 9(10)V99.
       77 PlafondProfilTrouve       PIC 9(10)V99.
       77 PlafondOperateurTrouve    PIC 9(10)V99.
       77 LimiteOperateurTrouvee    PIC 9.
       77 CumulJourOperateur        PIC 9(12)V99.
       77 DateJourLimite            PIC X(10).
       77 LimiteJourDepassee        PIC 9 value 0.
       77 ChoixApprobation          PIC X.
       77 NoAttenteSaisi            PIC 9(8).
       77 AttenteEOF                PIC 9.
       77 AnneeOperationRapport    PIC 9(4).
       77 OperationsRapportEOF     PIC 9.
       77 LigneDetailsRapport      PIC 99.
       77 NbPhotosRapport          PIC 9(7).
       01 TotauxPortefeuille.
           05 TotalPortefeuille OCCURS 200 TIMES.
               10 ValeurPortefeuille    PIC 9(12)V99.
               10 InteretsPortefeuille  PIC 9(12)V99.
               10 FraisPortefeuille     PIC 9(12)V99.
               10 RachatsPortefeuille   PIC 9(12)V99.
               10 TransfertsPortefeuille PIC 9(12)V99.
       77 ValeurPortefeuilleDisplay     PIC Z(9)9.99.
       77 InteretsPortefeuilleDisplay   PIC Z(9)9.99.
       77 FraisPortefeuilleDisplay      PIC Z(9)9.99.
       77 RachatsPortefeuilleDisplay    PIC Z(9)9.99.
       77 TransfertsPortefeuilleDisplay PIC Z(9)9.99.
      *    Ventilation par agence et par region (cf RapportPortefeuilleAgences) : les agences
      *    sont lues triees par region, le sous-total region se pose a chaque rupture ; les
      *    contrats sans agence (anterieurs au referentiel) sont le solde du total general
       77 MotifAnneeRapport             PIC X(10).
       77 RegionRapportEnCours          PIC X(20).
       77 NbContratsAgence              PIC 9(7).
       77 ValeurAgence                  PIC 9(12)V99.
       77 InteretsAgence                PIC 9(12)V99.
       77 FraisAgence                   PIC 9(12)V99.
       77 NbContratsRegion              PIC 9(7).
       77 ValeurRegion                  PIC 9(12)V99.
       77 InteretsRegion                PIC 9(12)V99.
       77 FraisRegion                   PIC 9(12)V99.
       77 NbContratsReseau              PIC 9(7).
       77 ValeurReseau                  PIC 9(12)V99.
       77 InteretsReseau                PIC 9(12)V99.
       77 FraisReseau                   PIC 9(12)V99.
       77 NbContratsRapportTotal        PIC 9(7).
       77 ValeurRapportTotal            PIC 9(12)V99.
       77 InteretsRapportTotal          PIC 9(12)V99.
       77 FraisRapportTotal             PIC 9(12)V99.
       77 NbContratsAgenceDisplay       PIC Z(6)9.

      *---------------------------------------------------------------------------------------------
      * Variables pour le rachat total (cloture de contrat)
       77 ValeurRachatTotalDisplay PIC Z(9)9.99.
       77 ConfirmeRachatTotal      PIC X.
       77 RachatTotalOk            PIC 9.
      *    Valeur residuelle minimum du produit (cf ControleValeurResiduelle) : un rachat
      *    partiel qui laisserait moins sur le contrat est refuse et le rachat total propose
      *    - accepte, l'ecran du rachat total s'ouvre sur le meme contrat sans ressaisie
       77 ValeurResiduelleRachat   PIC S9(12)V99.
       77 ValeurResidMinDisplay    PIC Z(7)9.99.
       77 ResiduelInsuffisant      PIC 9.
       77 ChoixBasculeRachatTotal  PIC X.
       77 BasculeRachatTotal       PIC 9 value 0.
       77 CodeProduitBascule       PIC XX.
       77 NoContratBascule         PIC 9(8).

      *---------------------------------------------------------------------------------------------
      * Variables pour le transfert sortant vers un autre etablissement (cf TransfertSortant) :
      * montant transfere net des frais de gestion, des avances et de la penalite de sortie,
      * sans fiscalite de rachat, et certificat remis a l'etablissement d'accueil
      *---------------------------------------------------------------------------------------------
       77 ConfirmeTransfertSortant     PIC X.
       77 TransfertSortantOk           PIC 9.
       77 IbanDestOk                   PIC 9.
       77 PenaliteTransfertSortant     PIC 9(12)V99.
       77 MontantTransfertSortant      PIC 9(12)V99.
       77 FichierCertifTransfertStatus PIC X(2).
       77 EnrLigneCertifTransfert      PIC X(255).
       77 MontantCertifDisplay         PIC Z(11)9.99.

      *---------------------------------------------------------------------------------------------
      * Variables pour la conversion d'un contrat vers un autre produit (cf ConversionProduit) :
      * produit cible, eligibilite jugee comme une souscription au produit cible, et demande au
      * sous-programme ConversionContrat qui fait passer le contrat sous son nouveau numero
      *---------------------------------------------------------------------------------------------
       77 CodeProduitCibleConv         PIC XX.
       77 ChoixConversion              PIC X.
       77 ConversionEligible           PIC 9.
       77 ValeurConversionDisplay      PIC Z(11)9.99.
       01 DemandeConversion.
           05 CodeProduitOrigDC        PIC X(2).
           05 NoContratOrigDC          PIC 9(8).
           05 CodeProduitCibleDC       PIC X(2).
           05 DateConversionDC         PIC X(10).
           05 ModeConversionDC         PIC X.
           05 OperateurDC              PIC X(8).
           05 NoContratCibleDC         PIC 9(8).
           05 ValeurConversionDC       PIC 9(12)v99.
           05 RetourDC                 PIC 9.

      *---------------------------------------------------------------------------------------------
      * Cle de controle du numero de contrat (cf CleContrat) : calculee a la creation et pour les
      * editions (CalculeCleContrat), saisie a la suite du numero sur chaque ecran qui en accepte un
      * (SaisieCleContrat) - LigneCle/ColonneCle placent la saisie, NoContratCle revient a zero
      * quand la cle est refusee
      *---------------------------------------------------------------------------------------------
       77 CodeProduitCle               PIC X(2).
       77 NoContratCle                 PIC 9(8).
       77 LigneCle                     PIC 99.
       77 ColonneCle                   PIC 99.
       77 ColonneTiretCle              PIC 99.
       77 CleContratSaisie             PIC X(2).
       77 CleContratEdition            PIC 99.
       01 DemandeCleContrat.
           05 ActionCK                 PIC X.
           05 CodeProduitCK            PIC X(2).
           05 NoContratCK              PIC 9(8).
           05 CleSaisieCK              PIC X(2).
           05 DateReferenceCK          PIC X(10).
           05 CleContratCK             PIC 99.
           05 RetourCK                 PIC 9.

      *---------------------------------------------------------------------------------------------
      * Generations datees des fichiers de sortie (cf GenerationFichier) : avant chaque ouverture,
      * le nom de base du fichier dans NomBaseGN puis PrepareGeneration - le nom de la generation
      * du jour de traitement revient dans NomGenerationGN, recopie dans le nom assigne au fichier
      *---------------------------------------------------------------------------------------------
       77 NomFichierPrint              PIC X(60).
       77 NomFichierRejetImport        PIC X(60).
       77 NomFichierExportOperations   PIC X(60).
       77 NomFichierCertificat         PIC X(60).
       77 NomFichierDIC                PIC X(60).
       77 NomFichierSituation          PIC X(60).
       77 NomFichierDecompte           PIC X(60).
       77 NomFichierCertifTransfert    PIC X(60).
       77 NomFichierDerogAccept        PIC X(60).
       77 NomFichierDerogJournee       PIC X(60).
       77 NomFichierReimpression       PIC X(60).
       01 DemandeGeneration.
           05 NomBaseGN                PIC X(30).
           05 ExtensionGN              PIC X(4).
           05 ProgrammeGN              PIC X(30).
           05 NomGenerationGN          PIC X(60).
           05 DateGenerationGN         PIC X(10).
           05 RetourGN                 PIC 9.

      *---------------------------------------------------------------------------------------------
      * Masquage des donnees sensibles selon le profil de l'operateur (cf MasqueDonnee, ou sont
      * les regles par champ et par profil) : l'appelant place le champ (IBAN, RIB, NAISS, NIF,
      * PIECE), la valeur, le Tiers et l'ecran d'origine puis MasqueChamp rend ValeurMasqueeMQ.
      * DonneeRevelable passe a 1 quand une valeur affichee masquee peut etre revelee a ce
      * profil ; RevelationDemandee a 1 (cf ProposeRevelation, exports) rend la valeur en clair
      * au profil habilite, revelation tracee dans RevelationsDonnees
      *---------------------------------------------------------------------------------------------
       77 DonneeRevelable              PIC 9 value 0.
       77 RevelationDemandee           PIC 9 value 0.
       77 ChoixRevelation              PIC X.
       77 RacineCompteExport           PIC X(9).
       77 CleRibExport                 PIC X(2).
       77 DateNaissExport              PIC X(10).
       77 NoPieceExport                PIC X(20).
       01 DemandeMasque.
           05 ActionMQ                 PIC X.
           05 ChampMQ                  PIC X(8).
           05 ProfilMQ                 PIC X.
           05 ValeurMQ                 PIC X(40).
           05 ValeurMasqueeMQ          PIC X(40).
           05 RevelableMQ              PIC X.
           05 IdTiersMQ                PIC 9(8).
           05 OperateurMQ              PIC X(8).
           05 OrigineMQ                PIC X(30).
           05 RetourMQ                 PIC 9.

      *---------------------------------------------------------------------------------------------
      * Pays d'adresse et de residence fiscale controles au referentiel des pays (cf
      * RecherchePays, ControlePaysAdresse et ControlePaysResidence) : PaysSaisi porte la saisie
      * et rend le nom (adresse) ou le code ISO2 (residence) du referentiel
      *---------------------------------------------------------------------------------------------
       77 PaysSaisi                    PIC X(25).
       01 DemandePays.
           05 SaisiePS                 PIC X(25).
           05 CodeIso2PS               PIC X(2).
           05 CodeIso3PS               PIC X(3).
           05 NomPaysPS                PIC X(25).
           05 MembreUEPS               PIC X.
           05 MembreSepaPS             PIC X.
           05 ParticipantCrsPS         PIC X.
           05 RisqueElevePS            PIC X.
           05 SanctionsPS              PIC X.
           05 RetourPS                 PIC 9.

      *---------------------------------------------------------------------------------------------
      * Adresse en France controlee au referentiel postal (cf ControleAdresse et
      * ControleAdresseFrance) : CodePostalSaisi et VilleSaisie portent la saisie de la ligne 11,
      * VilleSaisie rend le libelle d'acheminement retenu ; en cas de ville hors du code postal,
      * l'operateur parcourt les villes du code postal (ChoixCommuneCodePostal)
      *---------------------------------------------------------------------------------------------
       77 CodePostalSaisi              PIC X(5).
       77 VilleSaisie                  PIC X(25).
       77 ChoixCommune                 PIC X.
       77 ChoixCommuneFait             PIC 9.
       77 IndexCommuneAD               PIC 99.
       77 IndexCommuneAff              PIC Z9.
       77 NbCommunesAff                PIC Z9.
       77 LigneChoixCommune            PIC X(72).
       01 DemandeAdresse.
           05 CodePostalAD             PIC X(5).
           05 VilleAD                  PIC X(25).
           05 VilleNormaliseeAD        PIC X(25).
           05 NbCommunesAD             PIC 99.
           05 CommuneAD                PIC X(25) OCCURS 50 TIMES.
           05 RetourAD                 PIC 9.

      *---------------------------------------------------------------------------------------------
      * Variables pour le partage d'un contrat conjoint entre ses deux titulaires (divorce,
      * separation - cf PartageConjoint) : titulaire qui garde le contrat d'origine, part du
      * titulaire sortant (pourcentage ou montant de la valeur disponible) passee sur son nouveau
      * contrat par un transfert lie, sort du versement programme et reference de l'acte
      *---------------------------------------------------------------------------------------------
       77 PartageOk                    PIC 9.
       77 PartageContratTrouve         PIC 9.
       77 CodeProduitPartage           PIC XX.
       77 NoContratOrigPartage         PIC 9(8).
       77 NoContratNouveauPartage      PIC 9(8).
       77 TiersConservePartage         PIC 9(8).
       77 TiersSortantPartage          PIC 9(8).
       77 ValeurDispoPartage           PIC 9(12)V99.
       77 MontantPartage               PIC 9(12)V99.
       77 PctPartageSaisi              PIC 99.
       77 PctPartage                   PIC 999V99.
       77 NoOperationOrigPartage       PIC 9(8).
       77 NoOperationNouvPartage       PIC 9(8).
       77 NbMandatsSortant             PIC 9(5).
       77 ChoixTitulaireConserve       PIC X.
       77 ChoixModePartage             PIC X.
       77 ChoixVersPrgPartage          PIC X.
       77 ConfirmePartage              PIC X.
       77 RefActePartage               PIC X(20).
       77 MontantPartageDisplay        PIC Z(11)9.99.

      *---------------------------------------------------------------------------------------------
      * Variables pour le transfert entre deux contrats d'un meme souscripteur (arbitrage,
       77 EnrLigneDerogJournee      PIC X(255).
       77 EcranControleJournee      PIC X(30).

      *---------------------------------------------------------------------------------------------
      * Variables pour la caisse especes de l'operateur (cf CaisseOperateur, EnregistreMouvementCaisse
      * et VisaEcartsCaisse) : ouverte avec un fond compte, elle recoit les versements et rachats
      * en especes poses depuis les ecrans ; l'arrete compte les especes par coupure, un ecart
      * attend le visa d'un superviseur - une caisse ouverte bloque la cloture de la journee
      *---------------------------------------------------------------------------------------------
       77 ChoixCaisse               PIC X.
       77 CaisseOuverte             PIC 9.
       77 CaisseTrouvee             PIC 9.
       77 OperateurCaisse           PIC X(8).
       77 SensMouvementCaisse       PIC X.
       77 MontantMouvementCaisse    PIC 9(12)V99.
       77 MontantCaisseTheorique    PIC S9(12)V99.
       77 MontantCaisseDisplay      PIC -(11)9.99.
       77 FondCaisseSaisi           PIC 9(7)V99.
       77 ConfirmeArreteCaisse      PIC X.
       77 NbCaissesOuvertes         PIC 9(5).
       77 NbCaissesOuvertesDisplay  PIC Z(4)9.
       77 NbEspecesEnAttente        PIC 9(5).
       77 CaissesEOF                PIC 9.
       77 LigneDetailsCaisses       PIC 99.
       77 OperateurVisaSaisi        PIC X(8).
       77 DateVisaSaisie            PIC X(10).
       77 IndexCoupure              PIC 99.
       77 LigneCoupure              PIC 99.
       77 SousTotalCoupure          PIC 9(12)V99.
       01 TableCoupuresVals.
           05 filler pic 9(3)V99 value 500.
           05 filler pic 9(3)V99 value 200.
           05 filler pic 9(3)V99 value 100.
           05 filler pic 9(3)V99 value 50.
           05 filler pic 9(3)V99 value 20.
           05 filler pic 9(3)V99 value 10.
           05 filler pic 9(3)V99 value 5.
           05 filler pic 9(3)V99 value 2.
           05 filler pic 9(3)V99 value 1.
           05 filler pic 9(3)V99 value 0.50.
           05 filler pic 9(3)V99 value 0.20.
           05 filler pic 9(3)V99 value 0.10.
           05 filler pic 9(3)V99 value 0.05.
           05 filler pic 9(3)V99 value 0.02.
           05 filler pic 9(3)V99 value 0.01.
       01 TableCoupures redefines TableCoupuresVals.
           05 ValeurCoupure pic 9(3)V99 occurs 15 times.
       01 ComptageCoupures.
           05 NbCoupuresSaisi pic 9(5) occurs 15 times.

      *---------------------------------------------------------------------------------------------
      * Variables pour l'acceptation beneficiaire (cf ClauseBeneficiaires-Acceptation et
      * VerifieAcceptationBenef) : un beneficiaire acceptant bloque les rachats et le
       77 ValeurNetAvances          PIC 9(12)V99.
       77 SoldeAvancesDisplay       PIC Z(9)9.99.

      *---------------------------------------------------------------------------------------------
      * Plancher de capital deces (cf CalculPlancherDeces) : sur un produit PlancherDeces, le
      * capital reparti en succession ne descend pas sous le cumul des versements nets de
      * frais diminue des rachats nets ; le complement est pose en ligne 'D' avant les 'R'
      *---------------------------------------------------------------------------------------------
       77 PlancherDecesContrat      PIC S9(13)V99.
       77 ComplementPlancherDeces   PIC 9(12)V99 value 0.
       77 PlancherPartBenef         PIC 9(12)V99 value 0.
       77 PlancherOpsEOF            PIC 9.
       77 DernierTypePlancher       PIC X.
       77 SauterFraisPlancher       PIC 9.
       77 TypeOriginePlancher       PIC X.
       77 NatureOriginePlancher     PIC X.
       77 TypeParentPlancher        PIC X.
       77 NoOperationParentPlc      PIC 9(8).

      *---------------------------------------------------------------------------------------------
      * Fiscalite deces des beneficiaires (cf CalculPrelevementDeces) : le capital reparti se
      * partage entre primes versees avant et apres 70 ans de l'assure, au prorata des primes
      * nettes de frais (dates de OperationsCompte, DateNaissance du defunt). Sur la part avant
      * 70 ans, abattement par beneficiaire cumule sur tous les contrats du meme defunt, puis
      * prelevement retenu sur le paiement au taux de base jusqu'a la tranche, au taux majore
      * au-dela ; la part apres 70 ans releve des droits de succession (declaree, non retenue)
      *---------------------------------------------------------------------------------------------
       77 AbattementDeces           PIC 9(7)V99 value 152500.
       77 TrancheDeces              PIC 9(7)V99 value 700000.
       77 TauxPrelevementDeces      PIC 99V9999 value 0.2000.
       77 TauxPrelevementDecesMaj   PIC 99V9999 value 0.3125.
       77 AgeCharniereDeces         PIC 99 value 70.
       77 IdTiersDefunt             PIC 9(8).
       77 DateNaissanceDefunt       PIC X(10).
       01 DateCharniereDeces.
           05 AnneeCharniereDeces   PIC 9999.
           05 FinCharniereDeces     PIC X(6).
       77 DateOriginePlancher       PIC X(10).
       77 PrimesAvant70             PIC S9(13)V99.
       77 PrimesApres70             PIC S9(13)V99.
       77 PrimesTotalesDeces        PIC S9(13)V99.
       77 DateDernierePrime         PIC X(10).
       77 ReglementSuccession       PIC 9 value 0.
       77 CapitalAvant70Benef       PIC 9(12)V99.
       77 CapitalApres70Benef       PIC 9(12)V99.
       77 PrimesApres70Benef        PIC 9(12)V99.
       77 AbattementDejaImpute      PIC 9(12)V99.
       77 AssietteDejaTaxee         PIC 9(12)V99.
       77 AbattementImpute          PIC 9(12)V99.
       77 AssietteDeces             PIC 9(12)V99.
       77 AssietteTauxBase          PIC 9(12)V99.
       77 PrelevementDecesBenef     PIC 9(12)V99 value 0.
       77 TotalPrelevementsDeces    PIC 9(12)V99 value 0.

      *---------------------------------------------------------------------------------------------
      * Saisies-attributions et avis a tiers detenteur (cf RegistreSaisies) : registre par Tiers,
      * gel de la valeur saisissable de ses contrats actifs (valeur moins la part deja gelee et
      * les avances en cours), mainlevee ou paiement au creancier par rachat + ordre de paiement
      *---------------------------------------------------------------------------------------------
       77 ChoixSaisies              PIC X.
       77 IdTiersSaisie             PIC 9(8).
       77 SaisieTiersTrouve         PIC 9.
       77 SaisiesEOF                PIC 9.
       77 LigneSaisies              PIC 99.
       77 NoSaisieChoisi            PIC 9(8).
       77 MontantSaisieDisplay      PIC Z(7)9.99.
       01 DateReceptionSaisie.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77 ConfirmeSaisie            PIC X.
       77 ResteAGeler               PIC 9(12)V99.
       77 DisponibleSaisie          PIC S9(13)V99.
       77 GelContrat                PIC 9(12)V99.
       77 TotalGeleSaisie           PIC 9(12)V99.
       77 ValeurSaisissable         PIC 9(12)V99.
       77 SaisieOk                  PIC 9.
       77 ContratsSaisieEOF         PIC 9.
       77 GelSaisieActif            PIC 9.
       77 LibelleSaisie             PIC X(20).
       77 MontantNetSaisie          PIC 9(12)V99.
       77 TotalPayeSaisie           PIC 9(12)V99.
       77 ValeurDisponibleSaisie    PIC S9(13)V99.
       77 CreancierSaisieDisplay    PIC X(18).
       77 ReferenceSaisieDisplay    PIC X(14).

      *---------------------------------------------------------------------------------------------
      * Procurations (cf GestionProcurations) : mandataire d'un contrat avec etendue (1 consultation,
      * 2 versements, 3 rachats) et periode de validite ; le donneur d'ordre d'un versement ou d'un
      * rachat est controle (cf ControleProcuration) puis porte sur la ligne d'operation
      *---------------------------------------------------------------------------------------------
       77 ChoixProcurations         PIC X.
       77 ProcurationContratTrouve  PIC 9.
       77 ProcurationsEOF           PIC 9.
       77 LigneProcurations         PIC 99.
       77 NoProcurationChoisi       PIC 9(8).
       77 DonneurOrdreSaisi         PIC 9(8).
       77 DonneurOrdreEspace        PIC 9(8) value 0.
       77 MandataireEspace          PIC 9 value 0.
       77 PorteeDemandee            PIC 9.
       77 ProcurationOk             PIC 9.
       77 ProcurationMandataire     PIC 9.
       77 NbProcurations            PIC 9(4).
       77 TitulaireProcuration      PIC S9(9) COMP-5.
       77 CoTitulaireProcuration    PIC 9(8).
       77 DateJourProcuration       PIC X(10).
       77 ConfirmeProcuration       PIC X.
       77 LibellePortee             PIC X(10).
       77 MandataireDisplay         PIC X(16).
       77 ReferenceActeDisplay      PIC X(10).
      *    Totaux du foyer du souscripteur en synthese contrat (cf
      *    LectureSyntheseContrat-trt) : contrats vivants et encours de
      *    tous les membres d'un foyer confirme
       77 NoFoyerSynthese           PIC 9(8).
       77 NbContratsFoyer           PIC 9(4).
       77 EncoursFoyer              PIC 9(12)V99.
       77 EncoursFoyerDisplay       PIC Z(10)9.99.
       77 LibelleFoyerDisplay       PIC X(20).
       01 DateDebutProcuration.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

      *---------------------------------------------------------------------------------------------
      * Registre des reclamations clients (cf GestionReclamations) : saisie, accuse de reception,
      * reponse avec indemnite eventuelle posee en operation 'C' sur le contrat ; les reclamations
      * ouvertes sont signalees en synthese contrat
      *---------------------------------------------------------------------------------------------
       77 ChoixReclamations         PIC X.
       77 ReclamTiersTrouve         PIC 9.
       77 ReclamationsEOF           PIC 9.
       77 LigneReclamations         PIC 99.
       77 NoReclamationChoisi       PIC 9(8).
       77 ReclamationValide         PIC 9.
       77 ReclamationOk             PIC 9.
       77 VerrouReclamation         PIC 9.
       77 NbContratsReclam          PIC 9(4).
       77 NbReclamationsOuvertes    PIC 9(4).
       77 ConfirmeReclamation       PIC X.
       77 DateJourReclamation       PIC X(10).
       77 IndemniteDisplay          PIC Z(6)9.99.

      *---------------------------------------------------------------------------------------------
      * Corbeille des taches operateur (cf GestionTaches) : vue 'M' mes taches / 'N' non
      * attribuees, action sur une tache choisie par son numero ; DemandeTache est la zone
      * d'appel du sous-programme AlimenteTache (cloture d'une tache levee en saisie)
      *---------------------------------------------------------------------------------------------
       77 VueTaches                 PIC X.
       77 ChoixActionTache          PIC X.
       77 TachesEOF                 PIC 9.
       77 LigneTaches               PIC 99.
       77 NoTacheChoisi             PIC 9(8).
       77 TacheValide               PIC 9.
       77 NbOperateursReattrib      PIC 9(4).
       77 DateJourTaches            PIC X(10).
       77 LibelleTacheAff           PIC X(30).
       01 DemandeTache.
           05 ActionTacheDT         PIC X.
           05 TypeTacheDT           PIC X(6).
           05 IdTiersDT             PIC 9(8).
           05 CodeProduitDT         PIC X(2).
           05 NoContratDT           PIC 9(8).
           05 ReferenceDT           PIC X(12).
           05 DateEcheanceDT        PIC X(10).
           05 PrioriteDT            PIC 9.
           05 LibelleDT             PIC X(50).
           05 PassageDT             PIC X(19).
           05 OperateurDT           PIC X(8).
           05 RetourDT              PIC 9.

      *---------------------------------------------------------------------------------------------
      * Vue client 360 (cf VueClient360) : contrats du Tiers sur deux colonnes, compteurs de ce
      * qui est en cours, et contrat choisi pour l'espace de travail - ContratPreselectionne
      * fait entrer EspaceContrat directement sur CodeProduitEspace / NoContratEspace
      *---------------------------------------------------------------------------------------------
       77 IdTiers360                PIC 9(8).
       77 Tiers360Trouve            PIC 9.
       77 Contrats360EOF            PIC 9.
       77 NbContrats360             PIC 99.
       77 LigneContrat360           PIC 99.
       77 ColonneContrat360         PIC 99.
       77 ColonneZone360            PIC 99.
       77 RoleContrat360            PIC X.
       77 CoSouscr360               PIC 9(8).
       77 Representant360           PIC 9(8).
       77 Valeur360Display          PIC Z(9)9.99.
       77 NbAvances360              PIC 9(4).
       77 SoldeAvances360           PIC 9(12)V99.
       77 NbNantis360               PIC 9(4).
       77 NbOrdres360               PIC 9(4).
       77 MontantOrdres360          PIC 9(12)V99.
       77 NbAttentes360             PIC 9(4).
       77 NbAlertes360              PIC 9(4).
       77 NbReclamations360         PIC 9(4).
       77 NbTaches360               PIC 9(4).
       77 Compteur360Display        PIC Z(3)9.
       77 DateJour360               PIC X(10).
       77 DateDebutAlertes360       PIC X(10).
       77 DateLimitePiece360        PIC X(10).
       77 AnneeLimite360            PIC 9(4).
       77 MoisLimite360             PIC 99.
       77 AlertePiece360            PIC X(12).
       77 CodeProduit360            PIC X(2).
       77 NoContrat360              PIC 9(8).
       77 NbLiens360                PIC 9(4).
       77 ContratPreselectionne     PIC 9 value 0.

      *---------------------------------------------------------------------------------------------
      * Archive des documents clients (cf ArchiveDocument) : chaque document produit ici est
      * ouvert, alimente ligne a ligne et ferme par ArchiveOuvreDocument / ArchiveLigneDocument /
      * ArchiveFermeDocument ; liste et reimpression par ArchiveDocuments
      *---------------------------------------------------------------------------------------------
       01 DemandeArchive.
           05 ActionArchiveDA       PIC X.
           05 TypeDocumentDA        PIC X(6).
           05 IdTiersDA             PIC 9(8).
           05 CodeProduitDA         PIC X(2).
           05 NoContratDA           PIC 9(8).
           05 DateDocumentDA        PIC X(10).
           05 ProgrammeDA           PIC X(30).
           05 OperateurDA           PIC X(8).
           05 VersionModeleDA       PIC 9(3) value 0.
           05 NoDocumentDA          PIC 9(8).
           05 NoLigneDA             PIC 9(5).
           05 LigneDA               PIC X(255).
           05 RetourDA              PIC 9.
       77 FichierReimpressionStatus PIC X(2).

      *---------------------------------------------------------------------------------------------
      * Alertes de securite SMS (cf AlerteSMS) : changement d'IBAN ou d'adresse, rachat ou rachat
      * total saisi, changement de clause beneficiaire - posees par EnvoieAlerteSMS
      *---------------------------------------------------------------------------------------------
       01 DemandeSMS.
           05 EvenementSMS          PIC X(6).
           05 IdTiersSMS            PIC 9(8).
           05 CodeProduitSMS        PIC X(2).
           05 NoContratSMS          PIC 9(8).
           05 MontantSMS            PIC 9(12)V99 value 0.
           05 DateEvenementSMS      PIC X(10).
           05 TelephoneForceSMS     PIC X(15) value spaces.
           05 OperateurSMS          PIC X(8).
           05 NoSmsSMS              PIC 9(8).
           05 RetourSMS             PIC 9.

      *---------------------------------------------------------------------------------------------
      * Demandes de signature electronique (cf SignatureElectronique) : formulaire, clause et
      * autorisation du tuteur a la souscription, avenant, changement de clause, transfert de
      * propriete - posees par EnvoieDemandeSignature, statut rendu par RetourSignatures
      *---------------------------------------------------------------------------------------------
       01 DemandeSignature.
           05 TypeDocumentSIG       PIC X(6).
           05 ReferenceDocumentSIG  PIC 9(8) value 0.
           05 CodePieceSIG          PIC X value space.
           05 IdTiersSIG            PIC 9(8).
           05 CodeProduitSIG        PIC X(2).
           05 NoContratSIG          PIC 9(8).
           05 DateDemandeSIG        PIC X(10).
           05 OperateurSIG          PIC X(8).
           05 NoSignatureSIG        PIC 9(8).
           05 RetourSIG             PIC 9.
       77 RechercheDocuments        PIC X.
       77 DocumentsEOF              PIC 9.
       77 LignesDocumentEOF         PIC 9.
       77 LigneDocuments            PIC 99.
       77 NoDocumentChoisi          PIC 9(8).
       77 NoDocumentDisplay         PIC Z(7)9.
       77 NbReimpressionsDisplay    PIC Z(3)9.
       77 HorodatageReimpression    PIC X(19).
       77 HeureReimpression         PIC 9(8).

      *---------------------------------------------------------------------------------------------
      * Variables pour le transfert de propriete d'un contrat (donation, cf TransfertPropriete) :
      * le nouveau titulaire est un Tiers existant (IdTiers) ou cree via la capture partagee
       77 NbOrdresTransmisDisplay   PIC Z(4)9.
       77 TotalOrdresTransmisDisplay PIC Z(12)9.99.
       77 DateStatutJour            PIC X(10).
      *    Retenue des virements vers un IBAN change recemment (cf
      *    ControleIbanRecent / OrdresRetenus) : delai lu sur la ligne
      *    'H' de SeuilsAML.csv, a defaut DelaiRetenueIbanDefaut jours -
      *    le virement attend le contre-appel du client, saisi par un
      *    autre operateur que l'auteur du changement
       77 DelaiRetenueIbanDefaut    PIC 999 value 30.
       77 DelaiRetenueIban          PIC 999.
       77 DateDebutRetenue          PIC X(10).
       77 OrdreRetenu               PIC 9.
       77 NbOrdresRetenus           PIC 9(5).
       77 ChoixOrdresRetenus        PIC X.
       77 OrdresRetenusEOF          PIC 9.
       77 LigneDetailsRetenus       PIC 99.
       77 DateChangementDisplay     PIC X(10).
       77 CommentaireRappelSaisi    PIC X(50).

      *---------------------------------------------------------------------------------------------
      * Variables pour la maintenance d'un Tiers existant (cf MaintenanceTiers) : adresse,
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
      *    Foyer du Tiers (cf MaintenanceTiers-Foyer) : regroupement
      *    familial avec un role par membre - chef de foyer, conjoint,
      *    enfant a charge ; un Tiers ne compte que dans un seul foyer
      *    non refuse
       77 ChoixFoyerMaint           PIC X.
       77 NoFoyerMaint              PIC 9(8).
       77 FoyerMaintTrouve          PIC 9.
       77 MembresFoyerEOF           PIC 9.
       77 LigneMembreFoyer          PIC 99.
       77 IdTiersFoyerSaisi         PIC 9(8).
       77 RoleFoyerSaisi            PIC X.
       77 MembreFoyerOk             PIC 9.
       77 NbRolesFoyer              PIC 9(4).
       77 LibelleFoyerSaisi         PIC X(30).
       77 LibelleRoleFoyer          PIC X(8).
       77 LibelleEtatFoyer          PIC X(8).
      *    Dispense de prelevement forfaitaire du Tiers (cf
      *    MaintenanceTiers-Dispense) : attestation datee, valable pour
      *    une seule annee - suspend la fiscalite de rachat de l'annee
       77 MontantPreviewDisplay     PIC Z(9)9.99.
       77 ConfirmeRachatNet         PIC X.
       77 NetEvenement              PIC 9(12)V99 value 0.
      *    Fiscalite d'un rachat sur sa seule part de plus-value (cf
      *    CalculFiscaliteRachat) : MontantBrutFiscal rachete sur un
      *    contrat valant ValeurFiscaleRachat, primes nettes tirees
      *    d'OperationsCompte, abattement annuel par Tiers au-dela de
      *    l'anciennete du produit
       77 MontantBrutFiscal         PIC 9(12)V99.
       77 ValeurFiscaleRachat       PIC 9(12)V99.
       77 PrimesVerseesFiscal       PIC 9(12)V99.
       77 PrimesExtourneesFiscal    PIC 9(12)V99.
       77 CapitalRenduFiscal        PIC 9(12)V99.
       77 PlusValuesTransFiscal     PIC 9(12)V99.
       77 PlusValuesInterneFiscal   PIC 9(12)V99.
       77 PrimesNettesFiscal        PIC S9(12)V99.
       77 PlusValueContrat          PIC 9(12)V99.
       77 PartPlusValueRachat       PIC 9(12)V99.
       77 AbattementRachat          PIC 9(12)V99.
       77 AbattementDisponible      PIC 9(12)V99.
       77 AbattementConsomme        PIC 9(12)V99.
       77 FiscaliteRachat           PIC 9(12)V99.
       77 DateEffetFiscal           PIC X(10).
       77 TiersFiscal               PIC S9(9) COMP-5.
       77 CoSouscrFiscal            PIC 9(8).
       77 AnneeEffetFiscal          PIC 9999.
       77 MoisEffetFiscal           PIC 99.
       77 JourEffetFiscal           PIC 99.
       77 AncienneteFiscale         PIC S999.
       77 AnneeFiscaleRecherche     PIC X(10).
      *    Abattement de foyer : foyer confirme du souscripteur et
      *    presence d'un couple (chef de foyer + conjoint)
       77 NoFoyerFiscal             PIC 9(8).
       77 FoyerFiscalCouple         PIC 9.
      *    Rachat total : fiscalite de l'operation, net reparti entre les
      *    beneficiaires, et quote-part de chacun (cf RachatTotal-PaieBeneficiaire)
       77 FiscaliteRachatTotal      PIC 9(12)V99 value 0.
       77 NetRachatTotal            PIC 9(12)V99.
       77 FiscalitePartBenef        PIC 9(12)V99 value 0.
       77 MarqueFiscaliteTotal      PIC 9 value 0.
      *    Decompte de reglement du beneficiaire en cours (cf
      *    EcritDecompteReglement)
       77 FichierDecompteStatus     PIC X(2).
      *    maintenance)
       77 ReponseConsentement       PIC X.

      *---------------------------------------------------------------------------------------------
      * Detail du calcul des interets d'un contrat (cf DetailInteretsEcran) : la piste ecrite
      * par CalculInteretMensuel et RegularisationTaux, mois par mois
      *---------------------------------------------------------------------------------------------
       77 DetailInteretsEOF         PIC 9.
       77 LigneDetailInt            PIC 99.
       77 VersionDetailDisplay      PIC Z9.
       77 BaseDetailDisplay         PIC Z(10)9.99.
       77 TauxDetailDisplay         PIC Z9.9999.
       77 InteretDetailDisplay      PIC Z(8)9.99.
       77 PrelSocDetailDisplay      PIC Z(6)9.99.
       77 NoOperationDetailDisplay  PIC Z(7)9.

      *---------------------------------------------------------------------------------------------
      * Image AVANT de la fiche Tiers en maintenance (cf SauveImageAvantTiers) : chaque champ
      * change a l'enregistrement ecrit son avant/apres dans HistoriqueTiers - les champs
      *---------------------------------------------------------------------------------------------
       77 ChoixAvenant              PIC X.
       77 AvenantContratTrouve      PIC 9.
      *    Indexation annuelle du versement programme, saisie en pour-cent a la souscription
      *    (cf SaisieIndexationVersement) comme a l'avenant, et plafond du versement indexe
      *    (0 = sans plafond) - appliquee a chaque anniversaire par EcheancesProgrammees
       77 ChoixIndexation           PIC X.
       77 TauxIndexationSaisi       PIC Z9.99.
       77 TauxIndexationPct         PIC 99v99.
       77 PlafondIndexationSaisi    PIC ZZZZZZZZ9.99.

      *---------------------------------------------------------------------------------------------
      * Variables pour le changement de clause beneficiaire (cf ClauseBeneficiaires) : la
       77 MontantExtourneAvis       PIC 9(12)V99.
       77 NoOperationExtSauve       PIC 9(8).
       77 NoOperationFraisExt       PIC 9(8).
      *    Penalite de sortie d'un rachat ('F' de nature 'P', cf PosePenaliteRachat) :
      *    posee apres la fiscalite, elle est contre-passee avec elle
       77 MontantPenaliteExtourne   PIC 9(12)V99.
       77 NoOperationPenaliteExt    PIC 9(8).

      *---------------------------------------------------------------------------------------------
      * Variables pour la piece d'identite du souscripteur (KYC, cf GestionTiers-trt) : date
       77 MontantCertificatDisplay  PIC Z(11)9.99.
       77 PctCertificatDisplay      PIC ZZ9.

      *---------------------------------------------------------------------------------------------
      * Document d'informations cles par produit (cf EditionDIC) et version citee au certificat
      * (cf CertificatVersionDIC)
      *---------------------------------------------------------------------------------------------
       77 FichierDICStatus          PIC X(2).
       77 EnrLigneDIC               PIC X(255).
       77 ChoixProduitDIC           PIC XX.
       77 NbDICEdites               PIC 9(3).
       77 IndexProduitDIC           PIC 9(3).
       77 IndexScenarioDIC          PIC 9.
       77 MontantScenarioDIC        PIC 9(8)V99.
       77 VersionDICDisplay         PIC ZZZ9.
       77 DureeScenarioDICDisplay   PIC ZZ9.
       77 AgeDICDisplay             PIC ZZ9.
       77 TauxSecondDICDisplay      PIC Z9.99.
       77 ValeurTermeDICEd          PIC Z(8)9.99.
       77 InteretsDICEd             PIC Z(8)9.99.
       77 FraisDICEd                PIC Z(8)9.99.
       77 LibelleBaseDIC            PIC X(10).
       77 LibelleCapitalDIC         PIC X(9).
       77 DICVersionTrouvee         PIC 9.
       01 ScenariosDIC.
           05 DureeScenarioDIC OCCURS 3 TIMES PIC 999.

      *---------------------------------------------------------------------------------------------
      * Modeles de courrier (cf FusionModele) : certificat, decompte et avis courrier prennent
      * le libelle du modele en vigueur a la date de traitement, champs de fusion valorises ici ;
      * sans modele, le libelle historique du programme est ecrit (version zero a l'archive)
      *---------------------------------------------------------------------------------------------
       01 DemandeModele.
           05 ActionModeleDM        PIC X.
           05 TypeDocumentDM        PIC X(6).
           05 DateDocumentDM        PIC X(10).
           05 VersionModeleDM       PIC 9(3).
           05 NbLignesModeleDM      PIC 9(3).
           05 NoLigneModeleDM       PIC 9(3).
           05 LigneFusionDM         PIC X(255).
           05 LigneOmiseDM          PIC 9.
           05 BlocModeleDM          PIC X(15).
           05 NbChampsDM            PIC 99.
           05 ChampFusionDM         occurs 30.
              10 NomChampDM         PIC X(15).
              10 ValeurChampDM      PIC X(60).
           05 RetourDM              PIC 9.
       77 IndexLigneModele          PIC 9(3).
       77 NomChampFusion            PIC X(15).
       77 ValeurChampFusion         PIC X(60).
      *    Adresse postale du destinataire d'un avis courrier
       77 NoRueAvis                 PIC X(6).
       77 RueAvis                   PIC X(30).
       77 CodePostalAvis            PIC X(5).
       77 VilleAvis                 PIC X(25).

       77 FichierNotificationsStatus PIC X(2).
       77 FichierNotifCourrierStatus PIC X(2).
       77 NomFichierNotifications   PIC X(60).
       77 NomFichierNotifCourrier   PIC X(60).
       77 LibelleEvenement          PIC X(20).
       77 MontantEvenement          PIC 9(12)V99.
       77 MontantEvenementDisplay   PIC Z(11)9.99.
       77 RechercheOperEOF          PIC 9.
       77 LigneDetailsRechOper      PIC 99.
       77 NbOperationsTrouvees      PIC 9(5).
       77 TiersFiltre               PIC 9(8).
       77 ArchivesFiltre            PIC X.
      *    Bornes des dates passees a la requete (filtre a blanc = sans borne)
       77 DateDebutRechOper         PIC X(10).
       77 DateFinRechOper           PIC X(10).
      *    Cle de position (DateOperation decroissante, puis produit, contrat, operation) :
      *    la page suivante repart apres la derniere ligne affichee, la precedente avant la
      *    premiere - la base ne relit jamais depuis le debut de la liste
       01 CleRechOper.
           10 CleDateRechOper       PIC X(10).
           10 CleProduitRechOper    PIC XX.
           10 CleContratRechOper    PIC 9(8).
           10 CleOperRechOper       PIC 9(8).
       77 SensPageRechOper          PIC X.
       77 ChoixPageRechOper         PIC X.
       77 NumeroPageRechOper        PIC 9(5).
       77 NumeroPageRechOperDisplay PIC Z(4)9.
       77 SuiteRechOper             PIC 9.
       77 IndexPageRechOper         PIC 99.
       77 NbLignesPageRechOper      PIC 99.
       77 SourceOperRech            PIC X.
      *    Page courante (11 lignes a l'ecran, une douzieme lue pour savoir s'il y a une suite)
       01 PageRechOper.
           05 LignePageRechOper occurs 12 times.
               10 CodeProduitRP     PIC XX.
               10 NoContratRP       PIC 9(8).
               10 NoOperationRP     PIC 9(8).
               10 TypeOperationRP   PIC X.
               10 MontantRP         PIC 9(12)V99.
               10 DateOperationRP   PIC X(10).
               10 OperateurRP       PIC X(8).
               10 SourceRP          PIC X.

       77 ChoixDevis                PIC X.
      *    Leve uniquement par la branche de succes de
      *    convertis en fraction (0.0150) avant enregistrement
       77 TauxEntreeDerogSaisi      PIC 999v9999.
       77 TauxVersDerogSaisi        PIC 999v9999.
       77 TauxGestionDerogSaisi     PIC 999v9999.
      *    Taux minimum garanti du contrat, saisi en pour-cent comme les taux derogatoires, et
      *    duree de la garantie en annees depuis la date d'effet (0 = toute la vie du contrat)
       77 ChoixTauxGaranti          PIC X.
       77 TauxGarantiSaisi          PIC 999v9999.
       77 DureeGarantieSaisie       PIC 99.
       77 AnneeFinGarantie          PIC 9999.
      *    Transfert entrant d'un contrat tenu dans un autre etablissement (cf
      *    SaisieTransfertEntrant) : la saisie remplit directement TransfertsEntrants, la date
      *    d'ouverture d'origine (anteriorite) passe par les controles de date d'effet
       77 ChoixTransfertEntrant     PIC X.
       77 TransfertEntrantSaisi     PIC X.
       01 DateOuvertureOrigine.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77 InteretGarantiSim         PIC 9(8)V9999.
      *---------------------------------------------------------------------------------------------
      * Variables pour les bornes d'age du produit (cf ControleAgeProduit / ControleAgeBeneficiaire)
      *---------------------------------------------------------------------------------------------
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77 DateEcheanceContratDisplay  PIC X(10).
      *    Contrat recu par transfert entrant : terme compte depuis l'ouverture d'origine
      *    (cf EcheanceContrats)
       01 DateAnterioriteContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77 NumMoisEffetEcheance        PIC 9(6).
       77 DureeContratPCDisplay       PIC ZZ9.

       01 DateSystemePurge.
           perform ImportationFichier.   *> Pour importation fichiers de parametres csv
           perform ImportationTauxAnnee. *> Pour importation du referentiel taux par annee
           perform ImportationSeuilsAML. *> Seuils de vigilance LCB-FT
           perform ImportationLimitesOperateurs. *> Limites journalieres par operateur
           perform ImportationListeSurveillance. *> Liste sanctions/PPE
           perform ImportationTauxPaliers. *> Paliers de remuneration majoree
           perform ImportationBaremePenalites. *> Penalites de sortie par anciennete
           perform ChargeResumePortefeuille. *> Compteurs contrats actifs/clotures pour menu-01
      *    move spaces to OperationsCompte
      *    move spaces to ProduitClient
                   when 43
                       perform FusionTiers

                   when 44
                       perform RegistreSaisies

                   when 45
                       perform GestionProcurations

                   when 46
                       perform GestionAgences

                   when 47
                       perform GestionReclamations

                   when 48
                       perform GestionTaches

                   when 49
                       perform VueClient360

                   when 50
                       perform ArchiveDocuments

                   when 51
                       perform ApprobationModeles

                   when 52
                       perform TransfertSortant

                   when 53
                       perform ConversionProduit

                   when 54
                       perform PartageConjoint

                   when 55
                       perform EditionDIC

                   when 56
                       perform OrdresRetenus

                   when 57
                       perform CaisseOperateur

                   when 58
                       perform VisaEcartsCaisse

                   when 0
                       continue

           EXEC SQL
               SELECT NomOperat, ProfilOperat, ActifOperat,
                COALESCE(EmpreinteMdp, 0), COALESCE(DateChangeMdp, ' '),
                COALESCE(NbEchecs, 0), COALESCE(CodeAgence, ' ')
               INTO :NomOperatOT, :ProfilOperatOT, :ActifOperatOT,
                :EmpreinteMdpOT, :DateChangeMdpOT, :NbEchecsMdpOT,
                :CodeAgenceOT
               FROM Operateurs
               WHERE CodeOperat = :CodeOperatOT
           END-EXEC

                   If MotPasseOk = 1
                       Move ProfilOperatOT to ProfilOperateur
                       Move CodeAgenceOT to AgenceOperateur
                       Display NomOperatOT at line 10 col 48 foreground-color is 2 Highlight
                       move 1 to DonneesValides
                   end-if
           evaluate FichierEpargneStatus
               when "00"
                   move 1 to ImportFichierOk
                   Move "ProduitsEpargneRejets" to NomBaseGN
                   Perform PrepareGeneration
                   Move NomGenerationGN to NomFichierRejetImport
                   open extend FichierRejetImport
                   read FichierEpargne
                       at end move 1 to EofImport
                   end-read
               move IndexContrat to NbLigneProduit
           end-if.

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
      *    est revalidee exactement comme une ligne fraiche : seule la position dans le
      *    fichier est connue du checkpoint, pas l'issue (acceptee ou rejetee) de chaque ligne.
           evaluate true
               when NbChampsImport not = 25
                   perform RejeterLigneImport
               when FraisEntreeTxt of ligneProduit(IndexContrat) is not numeric
                   perform RejeterLigneImport
               when ConventionTaux of ligneProduit(IndexContrat) not = '1'
                and ConventionTaux of ligneProduit(IndexContrat) not = '2'
                and ConventionTaux of ligneProduit(IndexContrat) not = '3'
                and ConventionTaux of ligneProduit(IndexContrat) not = '4'
                   perform RejeterLigneImport
               when CapitalisationInterets of ligneProduit(IndexContrat) not = '1'
                and CapitalisationInterets of ligneProduit(IndexContrat) not = '2'
                   perform RejeterLigneImport
               when AgeMaxSouscriptionTxt of ligneProduit(IndexContrat) is not numeric
                   perform RejeterLigneImport
               when PlafondVersementsTxt of ligneProduit(IndexContrat) is not numeric
                   perform RejeterLigneImport
               when AncienneteAbattementTxt of ligneProduit(IndexContrat) is not numeric
                   perform RejeterLigneImport
               when AbattementAnnuelTxt of ligneProduit(IndexContrat) is not numeric
                   perform RejeterLigneImport
               when FraisGestionTxt of ligneProduit(IndexContrat) is not numeric
                   perform RejeterLigneImport
               when ValeurResidMinTxt of ligneProduit(IndexContrat) is not numeric
                   perform RejeterLigneImport
               when other
                   Add 1 to IndexContrat
           end-evaluate.
               at end move 1 to EofImportAML
           end-read.

      *---------------------------------------------------------------------------------------------
      * Importation de LimitesOperateurs.csv (TypeCle;Cle;PlafondVersementsJour;
      * PlafondRachatsJour) : limites journalieres de pose par profil ou par operateur -
      * absent, aucune limite ne s'applique
      *---------------------------------------------------------------------------------------------
       ImportationLimitesOperateurs.
           Move 0 to EofImportLimiteOp
           Move 0 to NbLigneLimiteOp
           Move 1 to IndexLimiteOp

           open input FichierLimitesOp
           evaluate FichierLimitesOpStatus
               when "00"
                   read FichierLimitesOp
                       at end move 1 to EofImportLimiteOp
                   end-read
               when other
                   move 1 to EofImportLimiteOp
           end-evaluate

           Perform ImportationLimitesOperateurs-Trt until EofImportLimiteOp = 1

           if FichierLimitesOpStatus = "00" or FichierLimitesOpStatus = "10"
               close FichierLimitesOp
           end-if.

       ImportationLimitesOperateurs-Trt.
           Move 0 to NbChampsImportLimiteOp
           Unstring EnrFichierLimitesOp delimited by ";" into
               TypeCleLimite of ligneLimiteOp(IndexLimiteOp)
               CleLimite of ligneLimiteOp(IndexLimiteOp)
               PlafondVersJourTxt of ligneLimiteOp(IndexLimiteOp)
               PlafondRachatsJourTxt of ligneLimiteOp(IndexLimiteOp)
               Tallying in NbChampsImportLimiteOp
           end-Unstring

           if NbChampsImportLimiteOp = 4 and IndexLimiteOp < 50
            and (TypeCleLimite of ligneLimiteOp(IndexLimiteOp) = 'P'
             or TypeCleLimite of ligneLimiteOp(IndexLimiteOp) = 'O')
            and PlafondVersJourTxt of ligneLimiteOp(IndexLimiteOp) is numeric
            and PlafondRachatsJourTxt of ligneLimiteOp(IndexLimiteOp) is numeric
               Move IndexLimiteOp to NbLigneLimiteOp
               Add 1 to IndexLimiteOp
           end-if

           read FichierLimitesOp
               at end move 1 to EofImportLimiteOp
           end-read.

      *---------------------------------------------------------------------------------------------
      * Importation de ListeSurveillance.csv (Nom;Prenom;DateNaissance;TypeListe) : liste de
      * surveillance sanctions/PPE rafraichie par la conformite - absente, aucun filtrage
               When '2' *> Actuel/365
                   Perform CalculJoursMoisCourant
                   Compute TauxRemPeriode = TauxAnnuelEnVigueur * NbJoursMoisCourant / 365
               When other *> 30/360 et quinzaines : mois = 1/12 d'annee
                   Divide 12 into TauxAnnuelEnVigueur giving TauxRemPeriode
           End-evaluate.

               at end move 1 to EofImportPalier
           end-read.

      *---------------------------------------------------------------------------------------------
      * Importation de BaremePenalites.csv (CodeProduit;DateEffet;AnneeContrat;TauxPenalite) -
      * fichier absent = aucune penalite de sortie, pour aucun produit
      *---------------------------------------------------------------------------------------------
       ImportationBaremePenalites.
           Move 0 to EofImportPenalite
           Move 0 to NbLignePenalite
           Move 1 to IndexPenalite

           open input FichierBaremePenalites
           evaluate FichierBaremePenalitesStatus
               when "00"
                   read FichierBaremePenalites
                       at end move 1 to EofImportPenalite
                   end-read
               when other
                   move 1 to EofImportPenalite
           end-evaluate

           Perform ImportationBaremePenalites-Trt until EofImportPenalite = 1

           if FichierBaremePenalitesStatus = "00" or FichierBaremePenalitesStatus = "10"
               close FichierBaremePenalites
           end-if.

       ImportationBaremePenalites-Trt.
           Move 0 to NbChampsImportPenalite
           Unstring EnrFichierBaremePenalites delimited by ";" into
               CodeProduitPen of lignePenalite(IndexPenalite)
               DateEffetPen of lignePenalite(IndexPenalite)
               AnneeContratPenTxt of lignePenalite(IndexPenalite)
               TauxPenaliteTxt of lignePenalite(IndexPenalite)
               Tallying in NbChampsImportPenalite
           end-Unstring

           if NbChampsImportPenalite = 4
            and AnneeContratPenTxt of lignePenalite(IndexPenalite) is numeric
            and TauxPenaliteTxt of lignePenalite(IndexPenalite) is numeric
            and IndexPenalite < 100
               Move IndexPenalite to NbLignePenalite
               Add 1 to IndexPenalite
           end-if

           read FichierBaremePenalites
               at end move 1 to EofImportPenalite
           end-read.

      *---------------------------------------------------------------------------------------------
      * Nombre de jours du mois IndicateurMois pour l'annee IndicateurAnnee (bissextile
      * au sens du quantieme multiple de 4 - cf ValideDateNaissance pour le calcul complet
               Move AgeMaxSouscription of ligneProduit(IndexRechProduit)    to AgeMaxSouscription of Tab
               Move ControleAgeBenef of ligneProduit(IndexRechProduit)      to ControleAgeBenef of Tab
               Move StatutVente of ligneProduit(IndexRechProduit)           to StatutVente of Tab
               Move PlafondVersements of ligneProduit(IndexRechProduit)     to PlafondVersements of Tab
               Move DetentionUnique of ligneProduit(IndexRechProduit)       to DetentionUnique of Tab
               Move AncienneteAbattement of ligneProduit(IndexRechProduit)  to AncienneteAbattement of Tab
               Move AbattementAnnuel of ligneProduit(IndexRechProduit)      to AbattementAnnuel of Tab
               Move FraisGestion of ligneProduit(IndexRechProduit)          to FraisGestion of Tab
               Move PlancherDeces of ligneProduit(IndexRechProduit)         to PlancherDeces of Tab
               Move ValeurResidMin of ligneProduit(IndexRechProduit)        to ValeurResidMin of Tab
           else
               Add 1 to IndexRechProduit
           end-if.

                   If ChoixEcrSimulation = 'a' move 'A' to ChoixEcrSimulation.
                   If ChoixEcrSimulation = 'v' move 'V' to ChoixEcrSimulation.
                   If ChoixEcrSimulation = 'o' move 'O' to ChoixEcrSimulation.

                   Evaluate ChoixEcrSimulation

                               Display REsetInfoAide
                           end-if

                       When 'O' *> simulation par objectif : une inconnue recherchee
                           perform SimulationObjectif

                       When other *> on reste sur l'option tant que une bonne choix est faite
                            move " Saisie non valide : A, V ou O" to LaInfoAide
                            display InfoAide
                            Accept ChoixEcrSimulation at line 19 col 75 foreground-color is 3 Highlight
                            Display REsetInfoAide
               end-if
           end-if.

      **************************************************************************************************************
      * Simulation par objectif : le conseiller saisit la valeur a atteindre au terme et laisse
      * une seule inconnue - montant souscrit, versement programme ou duree. La valeur cherchee
      * est trouvee en faisant tourner le moteur de SimulationCalculEpargne en calcul seul
      * (taux de l'annee, paliers, promo, frais : memes regles), puis la simulation complete
      * est deroulee avec cette valeur, souscription ou devis a la cle comme d'habitude.
      **************************************************************************************************************

       SimulationObjectif.
           Move Saisie-Simulation to SaisieAvantObjectif
           Perform SimulationObjectif-Saisie
           If ChoixInconnueObjectif not = 'A'
               Perform SimulationObjectif-Resout
               If ObjectifAtteint = 1
                   Perform SimulationObjectif-Resultat
               else
                   Move SaisieAvantObjectif to Saisie-Simulation
               end-if
           end-if.

      *---------------------------------------------------------------------------------------------
      * Saisie de la valeur cible puis de l'inconnue, sous le recapitulatif de la simulation
      *---------------------------------------------------------------------------------------------
       SimulationObjectif-Saisie.
           Move 0 to DonneesValides
           Perform SimulationObjectif-SaisieCible until DonneesValides = 1
           Move 0 to DonneesValides
           Perform SimulationObjectif-SaisieInconnue until DonneesValides = 1.

       SimulationObjectif-SaisieCible.
           Move zero to ValeurCibleObjectifSaisie
           Display " Valeur a atteindre au terme ....... :" at line 23 col 2 foreground-color is 3 highlight
           Accept ValeurCibleObjectifSaisie at line 23 col 41 foreground-color is 3 Highlight
           Move ValeurCibleObjectifSaisie to ValeurCibleObjectif
           If ValeurCibleObjectif = 0
               move " La valeur a atteindre est obligatoire " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Move 1 to DonneesValides
           end-if.

       SimulationObjectif-SaisieInconnue.
           Move space to ChoixInconnueObjectif
           Display " Inconnue : [S]ouscription [V]ersement [D]uree [A]nnuler :" at line 24 col 2 foreground-color is 3 highlight
           Accept ChoixInconnueObjectif at line 24 col 62 foreground-color is 3 Highlight
           Evaluate ChoixInconnueObjectif
               When 'S' When 's'
                   Move 'S' to ChoixInconnueObjectif
                   Move 1 to DonneesValides
               When 'V' When 'v'
      *            le versement ne peut etre l'inconnue que si la simulation en porte un
                   If W-VersementProgSaisi = 'O'
                       Move 'V' to ChoixInconnueObjectif
                       Move 1 to DonneesValides
                   else
                       move " Pas de versement programme dans cette simulation " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   end-if
               When 'D' When 'd'
                   Move 'D' to ChoixInconnueObjectif
                   Move 1 to DonneesValides
               When 'A' When 'a'
                   Move 'A' to ChoixInconnueObjectif
                   Move 1 to DonneesValides
               When other
                   move " Saisie non valide : [S] - [V] - [D] ou [A]" to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
           End-evaluate.

      *---------------------------------------------------------------------------------------------
      * Recherche de l'inconnue. Le moteur tourne en calcul seul, sans historique pagine,
      * sans proposition de souscription et sans ligne au rapport CSV (meme mode que les
      * scenarios de SimulationComparative)
      *---------------------------------------------------------------------------------------------
       SimulationObjectif-Resout.
           Move 0 to ObjectifAtteint
           Move 1 to ModeComparatifSimulation
           Move 0 to FichierPrintOk
           Evaluate ChoixInconnueObjectif
               When 'D'
                   Perform SimulationObjectif-ResoutDuree
               When other
                   Perform SimulationObjectif-ResoutMontant
           End-evaluate
           Move 0 to ModeComparatifSimulation

           If ObjectifAtteint = 0
               move " Objectif non atteignable avec les autres parametres saisis " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *---------------------------------------------------------------------------------------------
      * Duree : premiere duree, a partir de la duree mini du produit, dont la valeur au terme
      * atteint la cible
      *---------------------------------------------------------------------------------------------
       SimulationObjectif-ResoutDuree.
           Move DureeMinAnnees of Tab to DureeObjectif
           If DureeObjectif = 0
               Move 1 to DureeObjectif
           end-if
           Perform SimulationObjectif-EssaiDuree
               until ObjectifAtteint = 1 or DureeObjectif > DureeMaxObjectif.

       SimulationObjectif-EssaiDuree.
           Move DureeObjectif to PrevDureeCtr of Saisie-Simulation
           Perform SimulationObjectif-Evalue
           If ValeurContrat >= ValeurCibleObjectif
               Move 1 to ObjectifAtteint
               Move DureeObjectif to DureeContratPC
           else
               Add 1 to DureeObjectif
           end-if.

      *---------------------------------------------------------------------------------------------
      * Montant souscrit ou versement programme : recherche par dichotomie, au centime, entre
      * le minimum du produit et une borne haute qui atteint forcement la cible hors rachats
      * (le double de la cible, reparti sur les echeances pour un versement). Si le minimum
      * suffit deja, c'est lui qui est retenu.
      *---------------------------------------------------------------------------------------------
       SimulationObjectif-ResoutMontant.
           If ChoixInconnueObjectif = 'S'
               Move SeuilEntreeBrut of Tab to BorneBasseObjectif
               Compute BorneHauteObjectif = ValeurCibleObjectif * 2
           else
               Move MontantMinProgramme of Tab to BorneBasseObjectif
               Perform SimulationObjectif-NbEcheances
               Compute BorneHauteObjectif rounded = ValeurCibleObjectif * 2 / NbEcheancesObjectif
           end-if

           Move BorneBasseObjectif to MilieuObjectif
           Perform SimulationObjectif-EvalueMontant
           If ValeurContrat >= ValeurCibleObjectif
               Move 1 to ObjectifAtteint
           end-if

           If ObjectifAtteint = 0 and BorneHauteObjectif > BorneBasseObjectif
               Move BorneHauteObjectif to MilieuObjectif
               Perform SimulationObjectif-EvalueMontant
               If ValeurContrat >= ValeurCibleObjectif
                   Move 1 to ObjectifAtteint
                   Compute EcartBornesObjectif = BorneHauteObjectif - BorneBasseObjectif
                   Perform SimulationObjectif-Dichotomie until EcartBornesObjectif <= 0.01
                   Move BorneHauteObjectif to MilieuObjectif
               end-if
           end-if

           If ObjectifAtteint = 1
               Perform SimulationObjectif-EvalueMontant
               If ChoixInconnueObjectif = 'S'
                   Move MilieuObjectif to MontantSouscrPC
               else
                   Move MilieuObjectif to MontantVPrgPC
               end-if
           end-if.

       SimulationObjectif-Dichotomie.
           Compute MilieuObjectif rounded = (BorneBasseObjectif + BorneHauteObjectif) / 2
           Perform SimulationObjectif-EvalueMontant
           If ValeurContrat >= ValeurCibleObjectif
               Move MilieuObjectif to BorneHauteObjectif
           else
               Move MilieuObjectif to BorneBasseObjectif
           end-if
           Compute EcartBornesObjectif = BorneHauteObjectif - BorneBasseObjectif.

       SimulationObjectif-NbEcheances.
           Evaluate PeriodeVPrg of Saisie-Simulation
               When 'M' When 'm'
                   Move 1 to MoisPeriodeObjectif
               When 'T' When 't'
                   Move 3 to MoisPeriodeObjectif
               When 'S' When 's'
                   Move 6 to MoisPeriodeObjectif
               When other
                   Move 12 to MoisPeriodeObjectif
           End-evaluate
           Move PrevDureeCtr of Saisie-Simulation to IndicateurMoisDuree
           Compute NbEcheancesObjectif = IndicateurMoisDuree * 12 / MoisPeriodeObjectif
           If NbEcheancesObjectif = 0
               Move 1 to NbEcheancesObjectif
           end-if.

       SimulationObjectif-EvalueMontant.
           If ChoixInconnueObjectif = 'S'
               Move MilieuObjectif to MontantSouscr of Saisie-Simulation
           else
               Move MilieuObjectif to MontantVPrg of Saisie-Simulation
           end-if
           Perform SimulationObjectif-Evalue.

       SimulationObjectif-Evalue.
           Perform SimulationCalculEpargne-init
           Perform CalculInteretAnnuel.

      *---------------------------------------------------------------------------------------------
      * Valeur trouvee affichee sur le recapitulatif, puis simulation complete avec cette valeur :
      * historique, proposition de souscription et, a defaut, sauvegarde en devis
      *---------------------------------------------------------------------------------------------
       SimulationObjectif-Resultat.
           Display M-RecapSimulation
           Evaluate ChoixInconnueObjectif
               When 'D'
                   move " Objectif atteint en " & PrevDureeCtr of Saisie-Simulation & " ans " to LaInfoComm
               When 'S'
                   Move MilieuObjectif to ResultatObjectifEd
                   move " Montant de souscription necessaire : " & ResultatObjectifEd & " Eur " to LaInfoComm
               When other
                   Move MilieuObjectif to ResultatObjectifEd
                   move " Versement programme necessaire : " & ResultatObjectifEd & " Eur " to LaInfoComm
           End-evaluate
           display InfoComm
           Accept FinInsertion at line 25 col 75
           Display REsetInfoComm

           perform testValSimulation
           if SimulValOk = 1
               perform SimulationCalculEpargne
           else
               move " Simulation invalide : revoir les montants/duree saisis " to LaInfoAide
               display InfoAide
               accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      **************************************************************************************************************
      * Simulation comparative : 2 ou 3 scenarios (code produit/duree/montant) lances a la
      * suite sur le meme moteur de calcul que SimulationContrat, sans historique pagine ni
               into HorodatageSimulation
           end-string

      *    Generation du jour du fichier CSV : on ouvre en EXTEND pour ne pas ecraser les
      *    simulations deja enregistrees par un client precedent, et on rajoute
      *    une ligne d'entete avant chaque nouvelle simulation
           Move "ProduitsEpargne" to NomBaseGN
           Perform PrepareGeneration
           Move NomGenerationGN to NomFichierPrint
           OPEN EXTEND FichierPrint. *> Print...
           evaluate FichierPrintStatus
               when "00"
      *    Selon periodicité M/T/S/A on rajoute les versements programmés
      *-----------------------------------------------------------------------------------------------
       Ajoute-VP.
               Move ValeurContrat to ValeurAvantVersementSim
               Compute MoisEcoulesVP = IndicateurMoisDureePart + 1
               Evaluate PeriodeVPrg of Saisie-Simulation
                   When = 'M' or ='m' *> un verse à chaque periode
                   When other
                       continue
               end-evaluate.
               Compute VersementMoisSim = ValeurContrat - ValeurAvantVersementSim.

      *-----------------------------------------------------------------------------------------------
      *    Selon periodicité M/T/S/A on enleve les rachats programmés * en cours
      *    la majoration obtenue est gardee pour l'historique
           Perform CalculInteretPaliers
           Move MontantInteretPalierSim to CumulInterets of tableauCalcul(IndicateurMois)
      *    Quinzaines : le versement programme du mois (cf Ajoute-VP) n'est en valeur
      *    qu'au 16, sa premiere quinzaine ne porte pas interet
           If ConventionTaux of Tab = '4' and VersementMoisSim > 0
               Compute QuinzainePerdueSim rounded = VersementMoisSim * TauxRemPeriode / 2
               If QuinzainePerdueSim < CumulInterets of tableauCalcul(IndicateurMois)
                   Subtract QuinzainePerdueSim from CumulInterets of tableauCalcul(IndicateurMois)
               else
                   Move 0 to CumulInterets of tableauCalcul(IndicateurMois)
               end-if
           end-if
           Multiply ValeurContrat by TauxRemPeriode giving InteretBaseSeule
           If MontantInteretPalierSim > InteretBaseSeule
               Subtract InteretBaseSeule from MontantInteretPalierSim giving MajorationPalierSim
           Move 0 to DerogFraisPC
           Move 0 to FraisEntreeDerogPC
           Move 0 to FraisVersDerogPC
           Move 0 to FraisGestionDerogPC
           Move spaces to JustifDerogPC
      *    Pas de taux garanti par defaut (cf saisie superviseur)
           Move 0 to TauxGarantiPC
           Move spaces to DateFinGarantiePC
      *    Souscription ordinaire par defaut (cf SaisieTransfertEntrant)
           Move 'N' to TransfertEntrantSaisi
      *    Versement programme non indexe par defaut (cf SaisieIndexationVersement)
           Move 0 to TauxIndexationPC
           Move 0 to PlafondIndexationPC.



      *    display EcranGestionTiersAlternatif.
      *    display M-DonneeTiers.
      **************************
      *---------------------------------------------------------------------------------------------
      * Nature du souscripteur : personne physique, ou personne morale (association, societe,
      * SCI) identifiee par sa raison sociale, son SIREN, sa forme juridique et sa date
      * d'immatriculation, l'adresse saisie etant celle du siege - ni borne d'age ni
      * representant legal pour elle, ce sont ses beneficiaires effectifs qui sont filtres
      * (cf SaisieBeneficiairesEffectifs)
      *---------------------------------------------------------------------------------------------
           Display "Personne [P]hysique / [M]orale :" at line 6 col 2 foreground-color is 2 Highlight
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Move 'P' to ChoixTypeTiers
               accept ChoixTypeTiers at line 6 col 35 foreground-color is 3 Highlight
               Move Function Upper-case(ChoixTypeTiers) to ChoixTypeTiers
               evaluate ChoixTypeTiers
                   when 'P'
                   when 'M'
                       move 1 to DonneesValides
                   when other
                       move " Saisie non valide : personne [P]hysique ou [M]orale " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           end-perform
           Move ChoixTypeTiers to TypeTiersT of TiersSouscrBenef

           If TypeTiersT of TiersSouscrBenef = 'M'
               Perform SaisiePersonneMorale
           else
               accept Intitule at line  7 col 10 required foreground-color is 3 Highlight
               accept nom  at line  7 col 23 required foreground-color is 3 Highlight
               Move nom of TiersSouscrBenef to RSp-Source
               Call 'TrimSpaces' using RSp-Source, RSp-Target
               Move RSp-Target(1:20) to nom of TiersSouscrBenef
               accept prenom  at line 7 col 55 required foreground-color is 3 Highlight
               Move prenom of TiersSouscrBenef to RSp-Source
               Call 'TrimSpaces' using RSp-Source, RSp-Target
               Move RSp-Target(1:25) to prenom of TiersSouscrBenef
           end-if.
      *    10 line  7 col 58 using TypeClient of TiersSouscrBenef pic x(20).

           accept NoRue at line 9 col 8 required foreground-color is 3 Highlight.

           accept CodePostal at line  11 col 8 required foreground-color is 3 Highlight.
           accept Ville at line  11 col 25 required foreground-color is 3 Highlight.
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept Pays  at line  11 col 59 required foreground-color is 3 Highlight
               Move Pays of TiersSouscrBenef to PaysSaisi
               Perform ControlePaysAdresse
               Move PaysSaisi to Pays of TiersSouscrBenef
           end-perform
           Display Pays of TiersSouscrBenef at line 11 col 59 foreground-color is 3 Highlight
           If RetourPS = 0 and CodeIso2PS = 'FR'
               Move CodePostal of TiersSouscrBenef to CodePostalSaisi
               Move Ville of TiersSouscrBenef to VilleSaisie
               Perform ControleAdresseFrance
               Move CodePostalSaisi to CodePostal of TiersSouscrBenef
               Move VilleSaisie to Ville of TiersSouscrBenef
           end-if.


           move 0 to DonneesValides
               end-if
           end-perform.

            String annee of DateEffetContratEpargne '-'
             Mois of DateEffetContratEpargne  '-'
             jour of DateEffetContratEpargne into DateEffetPC.    

      *---------------------------------------------------------------------------------------------
      * Personne morale : date d'immatriculation, SIREN, forme juridique et statut CRS a la place
      * de la date de naissance et de la piece d'identite (cf SaisieImmatriculation)
      *---------------------------------------------------------------------------------------------
           If TypeTiersT of TiersSouscrBenef = 'M'
               Perform SaisieImmatriculation
           else
      *---------------------------------------------------------------------------------------------
      * Verification âge : majeur...ou pas
      *---------------------------------------------------------------------------------------------
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Accept jour of DateNaissanceTiers  at line 17 col 25  required foreground-color is 3 Highlight
                   Accept Mois of DateNaissanceTiers  at line 17 col 28  required foreground-color is 3 Highlight
                   Accept annee of DateNaissanceTiers  at line 17 col 31  required foreground-color is 3 Highlight

                   Move annee of DateNaissanceTiers to DateNaissTestAnnee
                   Move Mois of DateNaissanceTiers to DateNaissTestMois
                   Move jour of DateNaissanceTiers to DateNaissTestJour
                   Perform ValideDateNaissance

                   If DateNaissTestOK = 'O'
                       move 1 to DonneesValides
                   else
                       move " Date de naissance non valide" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   end-if
               end-perform

                String annee of DateNaissanceTiers '-'
                 Mois of DateNaissanceTiers  '-'
                 jour of DateNaissanceTiers  into DateNaissance of TiersSouscrBenef

      *---------------------------------------------------------------------------------------------
      * Piece d'identite presentee (KYC) : type, numero, delivrance (passee) et expiration
      * (souvent future - cf ValideDatePiece), conservees sur la fiche Tiers pour les
      * controles du regulateur et le suivi des pieces a renouveler (cf ExpirationPieces)
      *---------------------------------------------------------------------------------------------
               Display "Piece (C/P/A) :" at line 18 col 2 foreground-color is 2 Highlight
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept TypePieceT of TiersSouscrBenef at line 18 col 18 required foreground-color is 3 Highlight
                   Move Function Upper-case(TypePieceT of TiersSouscrBenef) to TypePieceT of TiersSouscrBenef
                   evaluate TypePieceT of TiersSouscrBenef
                       when 'C'
                       when 'P'
                       when 'A'
                           move 1 to DonneesValides
                       when other
                           move " Saisie non valide : [C]arte id. - [P]asseport - [A]utre " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform

               Display "No :" at line 18 col 21 foreground-color is 2 Highlight
               accept NoPieceT of TiersSouscrBenef at line 18 col 26 required foreground-color is 3 Highlight

               Display "Delivree le :" at line 19 col 2 foreground-color is 2 Highlight
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Accept jour of DateDelivrancePiece at line 19 col 16 required foreground-color is 3 Highlight
                   Accept Mois of DateDelivrancePiece at line 19 col 19 required foreground-color is 3 Highlight
                   Accept annee of DateDelivrancePiece at line 19 col 22 required foreground-color is 3 Highlight

                   Move jour of DateDelivrancePiece to DateEffetTestJour
                   Move Mois of DateDelivrancePiece to DateEffetTestMois
                   Move annee of DateDelivrancePiece to DateEffetTestAnnee
                   Perform ValideDateEffet

                   If DateEffetTestOK = 'O'
                       move 1 to DonneesValides
                   else
                       move " Date de delivrance non valide (anterieure ou egale a ce jour)" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   end-if
               end-perform

               Display "Expire le :" at line 19 col 34 foreground-color is 2 Highlight
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Accept jour of DateExpirationPiece at line 19 col 46 required foreground-color is 3 Highlight
                   Accept Mois of DateExpirationPiece at line 19 col 49 required foreground-color is 3 Highlight
                   Accept annee of DateExpirationPiece at line 19 col 52 required foreground-color is 3 Highlight

                   Perform ValideDatePiece

                   If DatePieceTestOK = 'O'
                       move 1 to DonneesValides
                   else
                       move " Date d'expiration non valide " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   end-if
               end-perform

               String annee of DateDelivrancePiece '-'
                   Mois of DateDelivrancePiece '-'
                   jour of DateDelivrancePiece
                   into DateDelivPieceT of TiersSouscrBenef
               end-string
               String annee of DateExpirationPiece '-'
                   Mois of DateExpirationPiece '-'
                   jour of DateExpirationPiece
                   into DateExpirPieceT of TiersSouscrBenef
               end-string
           end-if.

      *---------------------------------------------------------------------------------------------
      * Residence fiscale (FATCA/CRS) : pays ISO2 (FR = resident), second pays possible,
                       Accept TauxEntreeDerogSaisi at line 24 col 40 foreground-color is 3 Highlight
                       Display " Taux frais versement derogatoire (%) :" at line 24 col 2 foreground-color is 3 highlight
                       Accept TauxVersDerogSaisi at line 24 col 42 foreground-color is 3 Highlight
                       Display " Taux frais gestion annuels derogatoire (%) :" at line 24 col 2 foreground-color is 3 highlight
                       Accept TauxGestionDerogSaisi at line 24 col 48 foreground-color is 3 Highlight
                       If TauxEntreeDerogSaisi < 100
                        and TauxVersDerogSaisi < 100
                        and TauxGestionDerogSaisi < 100
                           Compute FraisEntreeDerogPC =
                               TauxEntreeDerogSaisi / 100
                           Compute FraisVersDerogPC =
                               TauxVersDerogSaisi / 100
                           Compute FraisGestionDerogPC =
                               TauxGestionDerogSaisi / 100
                           move 1 to DonneesValides
                       else
                           move " Taux derogatoire invalide : saisir un pour-cent inferieur a 100 " to LaInfoAide
               end-if
           end-if

      *---------------------------------------------------------------------------------------------
      * Taux minimum garanti vendu avec le contrat : meme reserve au profil superviseur que la
      * derogation de frais - fige sur le contrat, il sert de plancher au taux des passages
      * d'interets tant que la garantie court
      *---------------------------------------------------------------------------------------------
           If ProfilOperateur = 'S'
               Move " Taux minimum garanti pour ce contrat (O/N) ? " to LaInfoAide
               display InfoAide
               Accept ChoixTauxGaranti at line 25 col 49 foreground-color is 3 Highlight
               Display REsetInfoAide

               If ChoixTauxGaranti = 'o' or ChoixTauxGaranti = 'O'
                   move 0 to DonneesValides
                   Perform until DonneesValides = 1
                       Display " Taux minimum garanti (%) :" at line 24 col 2 foreground-color is 3 highlight
                       Accept TauxGarantiSaisi at line 24 col 30 foreground-color is 3 Highlight
                       Display " Duree de la garantie en annees (0 = vie du contrat) :" at line 24 col 2 foreground-color is 3 highlight
                       Accept DureeGarantieSaisie at line 24 col 57 foreground-color is 3 Highlight
                       If TauxGarantiSaisi > 0 and TauxGarantiSaisi < 100
                           Compute TauxGarantiPC = TauxGarantiSaisi / 100
                           If DureeGarantieSaisie = 0
                               Move spaces to DateFinGarantiePC
                           else
                               Compute AnneeFinGarantie = annee of DateEffetContratEpargne + DureeGarantieSaisie
                               String AnneeFinGarantie '-'
                                   Mois of DateEffetContratEpargne '-'
                                   jour of DateEffetContratEpargne into DateFinGarantiePC
                               end-string
                           end-if
                           move 1 to DonneesValides
                       else
                           move " Taux garanti invalide : saisir un pour-cent entre 0 et 100 " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                       end-if
                   end-perform
               end-if
           end-if

      *---------------------------------------------------------------------------------------------
      * Transfert entrant : le contrat est ouvert par transfert d'un contrat tenu dans un autre
      * etablissement - il garde l'anteriorite de son ouverture d'origine, le montant transfere
      * devient le montant de souscription attendu du rapprochement (cf SaisieTransfertEntrant)
      *---------------------------------------------------------------------------------------------
           If ChoixInsertion not = 'A'
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Display " Transfert entrant d'un autre etablissement (O/N) ?" at line 24 col 2 foreground-color is 3 highlight
                   Accept ChoixTransfertEntrant at line 24 col 54 foreground-color is 3 Highlight
                   Move Function Upper-case(ChoixTransfertEntrant) to ChoixTransfertEntrant
                   evaluate ChoixTransfertEntrant
                       When 'O'
                           Perform SaisieTransfertEntrant
                           move 1 to DonneesValides
                       When 'N'
                           Move 'N' to TransfertEntrantSaisi
                           move 1 to DonneesValides
                       When other
                           move " Saisie non valide : [O]ui ou [N]on" to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               End-perform
           end-if

      *---------------------------------------------------------------------------------------------
      * Indexation annuelle du versement programme souscrit : taux et plafond optionnels,
      * revalorisation posee a chaque anniversaire par EcheancesProgrammees
      *---------------------------------------------------------------------------------------------
           If ChoixInsertion not = 'A' and W-VersementProgSaisi = 'O'
               Perform SaisieIndexationVersement
           end-if

      *---------------------------------------------------------------------------------------------
      * Eligibilite du souscripteur aux bornes d'age du produit (AgeMin/AgeMaxSouscription,
      * zero = pas de borne) : un produit reserve (ex : PR aux moins de 70 ans) refuse la
      * souscription avec un message clair - cf ControleAgeProduit. Une personne morale n'a
      * pas d'age : elle passe, ses beneficiaires effectifs sont controles plus bas
      *---------------------------------------------------------------------------------------------
           If TypeTiersT of TiersSouscrBenef = 'M'
               Move 1 to AgeSouscriptionOK
           else
               Call 'CalculAge' USING DateNaissanceTiers, DateEffetContratEpargne, AgeTiers
               Perform ControleAgeProduit
           end-if

      *---------------------------------------------------------------------------------------------
      * Detention unique et plafond reglementaire du produit : un second contrat pour la meme
      * personne, ou un montant de souscription qui porterait son encours au-dela du plafond,
      * arretent la souscription comme un refus d'age - cf ControleSouscriptionPlafond
      *---------------------------------------------------------------------------------------------
           If AgeSouscriptionOK = 1
               Perform ControleSouscriptionPlafond
           end-if

      *---------------------------------------------------------------------------------------------
      * Filtrage sanctions / PPE du souscripteur : une touche sur la liste de surveillance
               end-if
           end-if

      *---------------------------------------------------------------------------------------------
      * Personne morale : saisie de ses beneficiaires effectifs, filtres un a un - une touche
      * arrete la souscription comme pour le souscripteur (cf SaisieBeneficiairesEffectifs)
      *---------------------------------------------------------------------------------------------
           If AgeSouscriptionOK = 1 and TypeTiersT of TiersSouscrBenef = 'M'
               Perform SaisieBeneficiairesEffectifs
               If BenefEffRefuse = 1
                   Move 0 to AgeSouscriptionOK
               end-if
           end-if

           If AgeSouscriptionOK = 0
      *        Souscription refusee : la saisie s'arrete la
               Move 'N' to IsSouscr
               Move 'A' to ChoixInsertion
               Move 'A' to ChoixEcrSimulation
           else
           If AgeTiers >= 18 or TypeTiersT of TiersSouscrBenef = 'M' *> test > 18 ans? si non le programme ne continue pas
      *---------------------------------------------------------------------------------------------
      *     si Souscripteur... + 18 ans
      *---------------------------------------------------------------------------------------------
      *---------------------------------------------------------------------------------------------
      *     Souscription conjointe (couple) : un second titulaire peut etre saisi - il compte
      *     comme titulaire a part entiere (recherche par nom, export RGPD, avis annuel) et le
      *     contrat continue avec lui au deces du premier (cf DecesSouscripteur) - sans objet
      *     pour une personne morale
      *---------------------------------------------------------------------------------------------
               If ChoixInsertion not = 'A' and TypeTiersT of TiersSouscrBenef not = 'M'
                   move 0 to DonneesValides
                   Perform until DonneesValides = 1
                       Display " Co-souscripteur (O/N) ?" at line 24 col 2 foreground-color is 3 highlight
       GestionTiers-fin.
           continue.

      *---------------------------------------------------------------------------------------------
      * Saisie d'un transfert entrant : etablissement d'origine (referentiel Banque - un
      * etablissement ferme depuis reste accepte, ses contrats continuent d'etre transferes),
      * reference du contrat chez lui, date d'ouverture d'origine anterieure a la date d'effet,
      * montant transfere en versements (base des primes) et plus-values acquises. Le total
      * remplace le montant de souscription de la simulation ; le contrat naitra en attente des
      * fonds comme toute souscription (cf InsertionTransfertEntrant)
      *---------------------------------------------------------------------------------------------
       SaisieTransfertEntrant.
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Display " Code banque de l'etablissement d'origine :" at line 24 col 2 foreground-color is 3 highlight
               Move 0 to CodeBanqueOrigineTE
               Accept CodeBanqueOrigineTE at line 24 col 46 foreground-color is 3 Highlight
               Move CodeBanqueOrigineTE to CodeBanque
               EXEC SQL
                   SELECT NomBanque
                   INTO :NomBanque
                   FROM Banque
                   WHERE CodeBanque = :CodeBanque
               END-EXEC
               If SQLCODE = 0
                   move 1 to DonneesValides
               else
                   move " Banque d'origine inconnue - voir Gestion des Banques " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Display " Reference du contrat d'origine :" at line 24 col 2 foreground-color is 3 highlight
               Move spaces to RefContratOrigineTE
               Accept RefContratOrigineTE at line 24 col 36 foreground-color is 3 Highlight
               If RefContratOrigineTE = spaces
                   move " La reference du contrat d'origine est obligatoire " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               else
                   move 1 to DonneesValides
               end-if
           end-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Display " Date d'ouverture d'origine :   /  /    " at line 24 col 2 foreground-color is 3 highlight
               Accept jour of DateOuvertureOrigine at line 24 col 32 foreground-color is 3 Highlight
               Accept Mois of DateOuvertureOrigine at line 24 col 35 foreground-color is 3 Highlight
               Accept annee of DateOuvertureOrigine at line 24 col 38 foreground-color is 3 Highlight

               Move jour of DateOuvertureOrigine to DateEffetTestJour
               Move Mois of DateOuvertureOrigine to DateEffetTestMois
               Move annee of DateOuvertureOrigine to DateEffetTestAnnee
               Perform ValideDateEffet

               Move spaces to DateOuvertureOrigineTE
               String annee of DateOuvertureOrigine '-'
                   Mois of DateOuvertureOrigine '-'
                   jour of DateOuvertureOrigine into DateOuvertureOrigineTE
               end-string

               If DateEffetTestOK = 'O' and DateOuvertureOrigineTE < DateEffetPC
                   move 1 to DonneesValides
               else
                   move " Date d'ouverture non valide (anterieure a la date d'effet du contrat)" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Display " Montant transfere - part versements :" at line 24 col 2 foreground-color is 3 highlight
               Move 0 to MontantVersementsTE
               Accept MontantVersementsTE at line 24 col 41 foreground-color is 3 Highlight
               Display " Montant transfere - part plus-values :" at line 24 col 2 foreground-color is 3 highlight
               Move 0 to MontantPlusValuesTE
               Accept MontantPlusValuesTE at line 24 col 42 foreground-color is 3 Highlight
               If MontantVersementsTE > 0
                   move 1 to DonneesValides
               else
                   move " La part versements du montant transfere est obligatoire " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           Compute MontantSouscrPC = MontantVersementsTE + MontantPlusValuesTE
           Move MontantSouscrPC to MontantSouscrPCDisplay
           move " Montant transfere attendu : " & MontantSouscrPCDisplay & " Eur " to LaInfoAide
           display InfoAide
           Accept FinInsertion at line 25 col 75
           Display REsetInfoAide

           Move 'O' to TransfertEntrantSaisi.

      *---------------------------------------------------------------------------------------------
      * Indexation annuelle du versement programme : taux en pour-cent (2.50 = 2,5 %, converti en
      * fraction comme les taux derogatoires) et plafond du versement indexe, 0 = sans plafond.
      * Un plafond ne peut pas etre inferieur au versement souscrit
      *---------------------------------------------------------------------------------------------
       SaisieIndexationVersement.
           Move 0 to TauxIndexationPC
           Move 0 to PlafondIndexationPC
           move 0 to DonneesValides
           Perform SaisieIndexationVersement-Choix until DonneesValides = 1
           If ChoixIndexation = 'O'
               move 0 to DonneesValides
               Perform SaisieIndexationVersement-Taux until DonneesValides = 1
               move 0 to DonneesValides
               Perform SaisieIndexationVersement-Plafond until DonneesValides = 1
           end-if.

       SaisieIndexationVersement-Choix.
           Display " Indexation annuelle du versement programme (O/N) ?" at line 24 col 2 foreground-color is 3 highlight
           Accept ChoixIndexation at line 24 col 54 foreground-color is 3 Highlight
           Move Function Upper-case(ChoixIndexation) to ChoixIndexation
           evaluate ChoixIndexation
               When 'O'
               When 'N'
                   move 1 to DonneesValides
               When other
                   move " Saisie non valide : [O]ui ou [N]on" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
           end-evaluate.

       SaisieIndexationVersement-Taux.
           Display " Taux d'indexation annuelle (%) :                  " at line 24 col 2 foreground-color is 3 highlight
           Move 0 to TauxIndexationSaisi
           Accept TauxIndexationSaisi at line 24 col 36 foreground-color is 3 Highlight
           Move TauxIndexationSaisi to TauxIndexationPct
           If TauxIndexationPct > 0
               Compute TauxIndexationPC = TauxIndexationPct / 100
               move 1 to DonneesValides
           else
               move " Le taux d'indexation est obligatoire " to LaInfoAide
               display InfoAide
               Display REsetInfoAide
           end-if.

       SaisieIndexationVersement-Plafond.
           Display " Plafond du versement indexe (0 = aucun) :         " at line 24 col 2 foreground-color is 3 highlight
           Move 0 to PlafondIndexationSaisi
           Accept PlafondIndexationSaisi at line 24 col 45 foreground-color is 3 Highlight
           Move PlafondIndexationSaisi to PlafondIndexationPC
           If PlafondIndexationPC = 0 or PlafondIndexationPC not < MontantVPrgPC
               move 1 to DonneesValides
           else
               move " Plafond inferieur au versement programme " to LaInfoAide
               display InfoAide
               Display REsetInfoAide
           end-if.

      *---------------------------------------------------------------------------------------------
      * Partage d'un contrat entre plusieurs beneficiaires : par defaut le beneficiaire principal
      * (Souscripteur si Isbenef='O', sinon le TiersBenef qui vient d'etre saisi) recoit 100%, mais
           end-if.

      *---------------------------------------------------------------------------------------------
      * Identite d'une personne morale souscriptrice sur la ligne 7 de EcranGestionTiers : la
      * raison sociale remplace titre/nom/prenom - Nom en porte les 20 premiers caracteres pour
      * les listes, recherches et courriers qui ne connaissent que lui
      *---------------------------------------------------------------------------------------------
       SaisiePersonneMorale.
           Move spaces to Intitule of TiersSouscrBenef
           Move spaces to Prenom of TiersSouscrBenef
           Display "Raison sociale :                                                             " at line 7 col 2 foreground-color is 2 Highlight
           accept RaisonSocialeT of TiersSouscrBenef at line 7 col 19 required foreground-color is 3 Highlight
           Move RaisonSocialeT of TiersSouscrBenef to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:40) to RaisonSocialeT of TiersSouscrBenef
           Move RSp-Target(1:20) to Nom of TiersSouscrBenef.

      *---------------------------------------------------------------------------------------------
      * Personne morale : date d'immatriculation (ligne 17, memes controles calendaires qu'une
      * date de naissance), SIREN (9 chiffres), forme juridique et statut CRS de l'entite
      * (ligne 18) - ni date de naissance ni piece d'identite sur sa fiche
      *---------------------------------------------------------------------------------------------
       SaisieImmatriculation.
           Move spaces to DateNaissance of TiersSouscrBenef
           Display "Immatriculee le .... :" at line 17 col 2 foreground-color is 2 Highlight
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept Jour of DateImmatTiers at line 17 col 25 required foreground-color is 3 Highlight
               Accept Mois of DateImmatTiers at line 17 col 28 required foreground-color is 3 Highlight
               Accept Annee of DateImmatTiers at line 17 col 31 required foreground-color is 3 Highlight

               Move Annee of DateImmatTiers to DateNaissTestAnnee
               Move Mois of DateImmatTiers to DateNaissTestMois
               Move Jour of DateImmatTiers to DateNaissTestJour
               Perform ValideDateNaissance

               If DateNaissTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date d'immatriculation non valide" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform
           String Annee of DateImmatTiers '-'
               Mois of DateImmatTiers '-'
               Jour of DateImmatTiers
               into DateImmatT of TiersSouscrBenef
           end-string

           Display "SIREN :" at line 18 col 2 foreground-color is 2 Highlight
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept SirenT of TiersSouscrBenef at line 18 col 10 required foreground-color is 3 Highlight
               If SirenT of TiersSouscrBenef is numeric
                   move 1 to DonneesValides
               else
                   move " SIREN non valide : 9 chiffres " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           Display "Forme :" at line 18 col 21 foreground-color is 2 Highlight
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept FormeJuridiqueT of TiersSouscrBenef at line 18 col 29 required foreground-color is 3 Highlight
               Move Function Upper-case(FormeJuridiqueT of TiersSouscrBenef) to FormeJuridiqueT of TiersSouscrBenef
               evaluate FormeJuridiqueT of TiersSouscrBenef
                   when 'ASSO'
                   when 'SARL'
                   when 'SAS '
                   when 'SA  '
                   when 'SCI '
                   when 'EURL'
                   when 'AUTR'
                       move 1 to DonneesValides
                   when other
                       move " Forme non valide : ASSO SARL SAS SA SCI EURL AUTR " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           end-perform

           Display "CRS (A/P/F):" at line 18 col 35 foreground-color is 2 Highlight
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Move 'A' to StatutCRST of TiersSouscrBenef
               accept StatutCRST of TiersSouscrBenef at line 18 col 48 foreground-color is 3 Highlight
               Move Function Upper-case(StatutCRST of TiersSouscrBenef) to StatutCRST of TiersSouscrBenef
               evaluate StatutCRST of TiersSouscrBenef
                   when 'A'
                   when 'P'
                   when 'F'
                       move 1 to DonneesValides
                   when other
                       move " Statut CRS : [A]ctive - [P]assive - [F] institution financiere " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           end-perform.

      *---------------------------------------------------------------------------------------------
      * Beneficiaires effectifs d'une personne morale : 1 a 4 personnes physiques (nom, prenom,
      * date de naissance, pays de residence fiscale ISO2) avec leur pourcentage de detention,
      * total de 100 au plus - chacune est filtree contre la liste de surveillance des sa
      * saisie ; une touche (BenefEffRefuse = 1) arrete la souscription
      *---------------------------------------------------------------------------------------------
       SaisieBeneficiairesEffectifs.
           Move 0 to BenefEffRefuse
           Move 0 to NbBenefEff
           Move 0 to PctBenefEffTotal
           Move spaces to BeneficiairesEffectifsSaisis
           Move 'O' to ChoixAutreBenefEff

           move " Personne morale : saisie de ses beneficiaires effectifs (1 a 4) " to LaInfoAide
           display InfoAide
           Accept FinInsertion at line 25 col 75
           Display REsetInfoAide

           Perform SaisieBenefEffectif
               until (ChoixAutreBenefEff <> 'O' and ChoixAutreBenefEff <> 'o')
                  or NbBenefEff = 4
                  or PctBenefEffTotal = 100
                  or BenefEffRefuse = 1.

       SaisieBenefEffectif.
           Add 1 to NbBenefEff

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Display " Beneficiaire effectif - Nom :" at line 24 col 2 foreground-color is 3 Highlight
               Accept NomBEF(NbBenefEff) at line 24 col 33 foreground-color is 3 Highlight
               Display " Beneficiaire effectif - Prenom :" at line 24 col 2 foreground-color is 3 Highlight
               Accept PrenomBEF(NbBenefEff) at line 24 col 36 foreground-color is 3 Highlight
               If NomBEF(NbBenefEff) not = spaces and PrenomBEF(NbBenefEff) not = spaces
                   move 1 to DonneesValides
               else
                   move " Saisie non valide : nom et prenom obligatoires " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Display " Date de naissance (JJ MM AAAA) :" at line 24 col 2 foreground-color is 3 Highlight
               Accept Jour of DateNaissanceTiersBEF at line 24 col 36 foreground-color is 3 Highlight
               Accept Mois of DateNaissanceTiersBEF at line 24 col 39 foreground-color is 3 Highlight
               Accept Annee of DateNaissanceTiersBEF at line 24 col 42 foreground-color is 3 Highlight

               Move Annee of DateNaissanceTiersBEF to DateNaissTestAnnee
               Move Mois of DateNaissanceTiersBEF to DateNaissTestMois
               Move Jour of DateNaissanceTiersBEF to DateNaissTestJour
               Perform ValideDateNaissance

               If DateNaissTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date de naissance non valide" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform
           String Annee of DateNaissanceTiersBEF '-'
               Mois of DateNaissanceTiersBEF '-'
               Jour of DateNaissanceTiersBEF
               into DateNaissBEF(NbBenefEff)
           end-string

           Move 'FR' to PaysResidBEF(NbBenefEff)
           Display " Pays de residence fiscale (ISO2, FR = France) :" at line 24 col 2 foreground-color is 3 Highlight
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept PaysResidBEF(NbBenefEff) at line 24 col 51 foreground-color is 3 Highlight
               Move Function Upper-case(PaysResidBEF(NbBenefEff)) to PaysResidBEF(NbBenefEff)
               If PaysResidBEF(NbBenefEff) = spaces
                   move 1 to DonneesValides
               else
                   Move PaysResidBEF(NbBenefEff) to PaysSaisi
                   Perform ControlePaysResidence
                   Move PaysSaisi(1:2) to PaysResidBEF(NbBenefEff)
               end-if
           end-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Display " Pourcentage de detention :" at line 24 col 2 foreground-color is 3 Highlight
               Accept PctBenefEffSaisi at line 24 col 30 foreground-color is 3 Highlight
               if PctBenefEffSaisi > 0 and PctBenefEffTotal + PctBenefEffSaisi <= 100
                   move 1 to DonneesValides
               else
                   move " Saisie non valide : le total des detentions doit rester <= 100" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform
           Move PctBenefEffSaisi to PctBEF(NbBenefEff)
           Add PctBenefEffSaisi to PctBenefEffTotal

      *    Filtrage sanctions/PPE du beneficiaire effectif
           Move NomBEF(NbBenefEff) to NomControleSurv
           Move PrenomBEF(NbBenefEff) to PrenomControleSurv
           Move DateNaissBEF(NbBenefEff) to DateNaissControleSurv
           Move 0 to IdTiersControleSurv
           Perform ControleListeSurveillance

           If SurvTrouve = 1
               Move 1 to BenefEffRefuse
               move " Beneficiaire effectif sur liste de surveillance - souscription suspendue " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               if PctBenefEffTotal < 100 and NbBenefEff < 4
                   Move " Ajouter un autre beneficiaire effectif (O/N) ? " to LaInfoAide
                   display InfoAide
                   Accept ChoixAutreBenefEff at line 24 col 50 foreground-color is 3 Highlight
                   Display REsetInfoAide
               else
                   Move 'N' to ChoixAutreBenefEff
               end-if
           end-if.

      *---------------------------------------------------------------------------------------------
      * Pose du verrou de travail sur le contrat CodeProduitOC/NoContratOC : si une autre
      * session le detient deja, VerrouRefuse = 1 et l'operateur detenteur est nomme - la
      * meme session peut revenir sur son propre verrou sans blocage
      *---------------------------------------------------------------------------------------------
       PoseVerrouContrat.
           Move 0 to VerrouRefuse
           Move CodeProduitOC to CodeProduitVR
           Move NoContratOC to NoContratVR

           EXEC SQL
               SELECT Operateur
               INTO :OperateurVR
               FROM VerrousContrat
               WHERE (CodeProduit = :CodeProduitVR
               AND NoContrat = :NoContratVR)
           END-EXEC

           evaluate true
               when SQLCODE = 100
                   Move CodeOperateur to OperateurVR
                   ACCEPT HeureSimulation from time
                   String Annee of DateTraitement '-'
                       Mois of DateTraitement '-'
                       Jour of DateTraitement ' '
                       HeureSimuH ':' HeureSimuMn ':' HeureSimuSec
                       into DateHeureVR
                   end-string

                   EXEC SQL
                       INSERT INTO VerrousContrat
                           (CodeProduit, NoContrat, Operateur, DateHeure)
                       VALUES
           accept CodeProduitVR at line 21 col 63 foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitVR) to CodeProduitVR
           accept NoContratVR at line 21 col 66 foreground-color is 3 highlight
           Move CodeProduitVR to CodeProduitCle
           Move NoContratVR to NoContratCle
           Move 21 to LigneCle
           Move 75 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratVR

           If NoContratVR = 0
               Move '0' to ChoixVerrous
           Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           If NoContratPC = 0
               Move '0' to ChoixLiberation
               end-string

               If Courriel of TiersSouscrBenef = spaces
      *            Pas d'adresse : l'avis part au listing courrier a imprimer, en lettre
      *            du modele AVIS en vigueur ou, a defaut, tel l'enregistrement passerelle
                   Move "NotificationsCourrier" to NomBaseGN
                   Perform PrepareGeneration
                   Move NomGenerationGN to NomFichierNotifCourrier
                   open extend FichierNotifCourrier
                   If FichierNotifCourrierStatus = "00"
                       Move "AVIS" to TypeDocumentDM
                       Perform ChargeModeleDocument
                       If VersionModeleDM > 0
                           Perform AvisCourrierModele
                       else
                           Move EnrLigneNotification to EnrFichierNotifCourrier
                           write EnrFichierNotifCourrier
                           Perform ArchiveAvisClient
                       end-if
                       close FichierNotifCourrier
                   end-if
               else
                   Move "Notifications" to NomBaseGN
                   Perform PrepareGeneration
                   Move NomGenerationGN to NomFichierNotifications
                   open extend FichierNotifications
                   If FichierNotificationsStatus = "00"
                       Move EnrLigneNotification to EnrFichierNotifications
                       write EnrFichierNotifications
                       close FichierNotifications
                       Perform ArchiveAvisClient
                   end-if
               end-if
           end-if
           Move 0 to NetEvenement.

      *---------------------------------------------------------------------------------------------
      * Archive des documents clients (cf ArchiveDocument) : l'appelant place le type, le Tiers
      * (zero = souscripteur du contrat) et le contrat dans DemandeArchive, ouvre le document,
      * verse chaque ligne ecrite (LigneDA) puis le ferme - le numero de document reste dans
      * NoDocumentDA jusqu'a l'ouverture suivante
      *---------------------------------------------------------------------------------------------
       ArchiveOuvreDocument.
           Move 'O' to ActionArchiveDA
           Move spaces to DateDocumentDA
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateDocumentDA
           end-string
           Move "Contrat_Epargne_Main" to ProgrammeDA
           Move CodeOperateur to OperateurDA
           Call 'ArchiveDocument' using DemandeArchive.

       ArchiveLigneDocument.
           Move 'L' to ActionArchiveDA
           Call 'ArchiveDocument' using DemandeArchive.

       ArchiveFermeDocument.
           Move 'F' to ActionArchiveDA
           Call 'ArchiveDocument' using DemandeArchive
      *    Version de modele propre a chaque document : l'appelant la repose avant l'ouverture
           Move 0 to VersionModeleDA.

      *---------------------------------------------------------------------------------------------
      * Alerte de securite SMS (cf AlerteSMS) : l'appelant place l'evenement (EvenementSMS), le
      * Tiers (zero = souscripteur du contrat), le contrat et le montant ; TelephoneForceSMS reste
      * a blanc sauf pour viser un autre numero que celui de la fiche. Une alerte non envoyee
      * (pas de mobile utilisable) est tracee sans bloquer l'operation
      *---------------------------------------------------------------------------------------------
       EnvoieAlerteSMS.
           Move spaces to DateEvenementSMS
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateEvenementSMS
           end-string
           Move CodeOperateur to OperateurSMS
           Call 'AlerteSMS' using DemandeSMS
           Move spaces to TelephoneForceSMS
           Move 0 to MontantSMS.

      *---------------------------------------------------------------------------------------------
      * Demande de signature electronique (cf SignatureElectronique) : l'appelant place le type de
      * document, sa reference, la piece du dossier a pointer a la signature (a blanc si aucune),
      * le signataire (zero = souscripteur du contrat) et le contrat. Un signataire sans courriel
      * est trace sans bloquer l'operation : la piece reste a pointer sur papier
      *---------------------------------------------------------------------------------------------
       EnvoieDemandeSignature.
           Move spaces to DateDemandeSIG
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateDemandeSIG
           end-string
           Move CodeOperateur to OperateurSIG
           Call 'SignatureElectronique' using DemandeSignature
           Move 0 to ReferenceDocumentSIG
           Move space to CodePieceSIG.

      *---------------------------------------------------------------------------------------------
      * Modele de courrier du type place dans TypeDocumentDM (cf FusionModele) : version en
      * vigueur a la date de traitement, champs de fusion remis a vide - VersionModeleDM a zero
      * quand le type n'a pas de modele, l'appelant ecrit alors son libelle historique. Chaque
      * champ est pose par AjouteChampFusion, chaque ligne rendue par FusionneLigneModele
      *---------------------------------------------------------------------------------------------
       ChargeModeleDocument.
           Move 'C' to ActionModeleDM
           Move spaces to DateDocumentDM
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateDocumentDM
           end-string
           Move 0 to NbChampsDM
           Move spaces to ValeurChampFusion
           Call 'FusionModele' using DemandeModele.

       AjouteChampFusion.
           If NbChampsDM < 30
               Add 1 to NbChampsDM
               Move NomChampFusion to NomChampDM(NbChampsDM)
               Move ValeurChampFusion to ValeurChampDM(NbChampsDM)
           end-if
           Move spaces to ValeurChampFusion.

       FusionneLigneModele.
           Move 'L' to ActionModeleDM
           Move IndexLigneModele to NoLigneModeleDM
           Call 'FusionModele' using DemandeModele.

      *---------------------------------------------------------------------------------------------
      * Avis courrier du modele AVIS (cf EcritNotificationClient) : adresse postale du
      * souscripteur, evenement et montants de l'avis en champs de fusion - NET vide quand rien
      * n'est paye au client ; la lettre est ecrite au listing courrier et archivee avec la
      * version du modele. L'enregistrement du fichier passerelle courriel ne change pas
      *---------------------------------------------------------------------------------------------
       AvisCourrierModele.
           Move spaces to NoRueAvis
           Move spaces to RueAvis
           Move spaces to CodePostalAvis
           Move spaces to VilleAvis
           EXEC SQL
               SELECT COALESCE(NoRue, ' '), COALESCE(Rue, ' '),
                COALESCE(CodePostal, ' '), COALESCE(Ville, ' ')
               INTO :NoRueAvis, :RueAvis, :CodePostalAvis, :VilleAvis
               FROM TiersSB
               WHERE IdTiers = :TiersSouscrPC
           END-EXEC

           Move "DATE" to NomChampFusion
           Move DateDocumentDM to ValeurChampFusion
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
           Move CodeProduitOC to CodeProduitCle
           Move NoContratOC to NoContratCle
           Perform CalculeCleContrat
           String CodeProduitOC ' ' NoContratOC '-' CleContratEdition into ValeurChampFusion
           end-string
           Perform AjouteChampFusion

           Move "EVENEMENT" to NomChampFusion
           Move LibelleEvenement to ValeurChampFusion
           Perform AjouteChampFusion

           Move "MONTANT" to NomChampFusion
           Move MontantEvenementDisplay to ValeurChampFusion
           Perform AjouteChampFusion

           Move "SOLDE" to NomChampFusion
           Move SoldeApresEvenement to ValeurChampFusion
           Perform AjouteChampFusion

           Move "NET" to NomChampFusion
           If NetEvenement > 0
               Move NetEvenementDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "AVIS" to TypeDocumentDA
           Move TiersSouscrPC to IdTiersDA
           Move CodeProduitOC to CodeProduitDA
           Move NoContratOC to NoContratDA
           Move VersionModeleDM to VersionModeleDA
           Perform ArchiveOuvreDocument
           Move 1 to IndexLigneModele
           Perform AvisCourrierLigneModele
               until IndexLigneModele > NbLignesModeleDM
           Perform ArchiveFermeDocument.

       AvisCourrierLigneModele.
           Perform FusionneLigneModele
           If BlocModeleDM = spaces and LigneOmiseDM = 0
               Move LigneFusionDM to EnrFichierNotifCourrier
               Move EnrFichierNotifCourrier to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierNotifCourrier
           end-if
           Add 1 to IndexLigneModele.

      *    Avis de confirmation : une ligne, quel que soit le canal d'envoi
       ArchiveAvisClient.
           Move "AVIS" to TypeDocumentDA
           Move TiersSouscrPC to IdTiersDA
           Move CodeProduitOC to CodeProduitDA
           Move NoContratOC to NoContratDA
           Perform ArchiveOuvreDocument
           Move EnrLigneNotification to LigneDA
           Perform ArchiveLigneDocument
           Perform ArchiveFermeDocument.

      *---------------------------------------------------------------------------------------------
      * Derivation de l'IBAN francais depuis le RIB : l'appelant place les composantes du RIB dans
      * BbanIban (banque/guichet/racine/type/cle) puis appelle ce paragraphe, qui repond dans
           String "FR" CleIbanCalculee BbanIban into IbanCalcule
           end-string.

      *---------------------------------------------------------------------------------------------
      * Cle de controle du contrat CodeProduitCle / NoContratCle, rendue dans CleContratEdition -
      * posee a la creation du contrat et imprimee a la suite du numero (cf CleContrat)
      *---------------------------------------------------------------------------------------------
       CalculeCleContrat.
           Move 'C' to ActionCK
           Move CodeProduitCle to CodeProduitCK
           Move NoContratCle to NoContratCK
           Move spaces to CleSaisieCK
           Move spaces to DateReferenceCK
           Call 'CleContrat' using DemandeCleContrat
           Move CleContratCK to CleContratEdition.

      *---------------------------------------------------------------------------------------------
      * Generation du jour du fichier de sortie NomBaseGN (cf GenerationFichier) : rend son nom
      * dans NomGenerationGN, l'inscrit au registre et au manifeste a sa premiere ouverture
      *---------------------------------------------------------------------------------------------
       PrepareGeneration.
           Move ".txt" to ExtensionGN
           Move "Contrat_Epargne_Main" to ProgrammeGN
           Call 'GenerationFichier' using DemandeGeneration.

      *---------------------------------------------------------------------------------------------
      * Valeur sensible ChampMQ / ValeurMQ du Tiers IdTiersMQ telle que le profil de l'operateur
      * peut la voir (cf MasqueDonnee) - en clair et tracee si RevelationDemandee et le profil y
      * a droit
      *---------------------------------------------------------------------------------------------
       MasqueChamp.
           Move 'M' to ActionMQ
           If RevelationDemandee = 1
               Move 'R' to ActionMQ
           end-if
           Move ProfilOperateur to ProfilMQ
           Move CodeOperateur to OperateurMQ
           Call 'MasqueDonnee' using DemandeMasque
           If ActionMQ = 'M' and RevelableMQ = 'O'
            and ValeurMasqueeMQ not = ValeurMQ
               Move 1 to DonneeRevelable
           end-if.

      *---------------------------------------------------------------------------------------------
      * Apres affichage d'un ecran portant des valeurs masquees revelables : l'operateur peut les
      * reveler (RevelationDemandee a 1, l'ecran se reaffiche alors en clair, chaque valeur
      * revelee tracee)
      *---------------------------------------------------------------------------------------------
       ProposeRevelation.
           Move 0 to RevelationDemandee
           If DonneeRevelable = 1
               Move 'N' to ChoixRevelation
               Display " Reveler les donnees masquees (acces trace) ? [O/N] :" at line 23 col 2 foreground-color is 2 highlight
               Accept ChoixRevelation at line 23 col 56 foreground-color is 3 highlight
               Move Function Upper-case(ChoixRevelation) to ChoixRevelation
               Display " " at line 23 col 1 erase eol
               If ChoixRevelation = 'O'
                   Move 1 to RevelationDemandee
               end-if
           end-if.

      *---------------------------------------------------------------------------------------------
      * Saisie de la cle a la suite du numero de contrat qui vient d'etre saisi : l'appelant place
      * CodeProduitCle / NoContratCle et la position LigneCle / ColonneCle de la cle. Une cle
      * erronee, ou absente passe la periode de transition (cf CleContrat), est signalee et remet
      * NoContratCle a zero - l'ecran traite alors le contrat comme non saisi. Un numero a zero
      * (abandon) passe sans cle
      *---------------------------------------------------------------------------------------------
       SaisieCleContrat.
           If NoContratCle not = 0
               Compute ColonneTiretCle = ColonneCle - 1
               Display "-" at line LigneCle col ColonneTiretCle foreground-color is 3 highlight
               Move spaces to CleContratSaisie
               Accept CleContratSaisie at line LigneCle col ColonneCle foreground-color is 3 highlight

               Move 'V' to ActionCK
               Move CodeProduitCle to CodeProduitCK
               Move NoContratCle to NoContratCK
               Move CleContratSaisie to CleSaisieCK
               Move spaces to DateReferenceCK
               Call 'CleContrat' using DemandeCleContrat

               evaluate RetourCK
                   when 2
                       Display " Cle du contrat obligatoire - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                       accept OkNonTrouve at line 23 col 75
                       Move 0 to NoContratCle
                   when 3
                       Display " Cle du contrat erronee - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                       accept OkNonTrouve at line 23 col 75
                       Move 0 to NoContratCle
               end-evaluate
           end-if.

      *---------------------------------------------------------------------------------------------
      * Verification calendaire d'une date de naissance saisie : appelant place l'annee/mois/jour a
      * tester dans DateNaissTestAnnee/Mois/Jour puis appelle ce paragraphe, qui repond dans
           end-if.

      *---------------------------------------------------------------------------------------------
      * Detention unique et plafond a la souscription : identite saisie sur l'ecran Tiers, montant
      * de souscription - le produit est celui de la simulation (Tab deja charge)
      *---------------------------------------------------------------------------------------------
       ControleSouscriptionPlafond.
           Move CodeProduitParam of Tab to CodeProduitPlafond
           Move 0 to NoContratPlafond
           Move Nom of TiersSouscrBenef to NomPlafond
           Move Prenom of TiersSouscrBenef to PrenomPlafond
           Move DateNaissance of TiersSouscrBenef to DateNaissPlafond
           Move MontantSouscrPC to MontantPlafondControle
      *    Transfert entrant : seuls les versements comptent pour le plafond, les plus-values
      *    acquises chez l'etablissement d'origine peuvent le depasser comme des interets
           If TransfertEntrantSaisi = 'O'
               Move MontantVersementsTE to MontantPlafondControle
           end-if

           Perform ControleDetentionUnique
           If DetentionRefusee = 1
               Move 0 to AgeSouscriptionOK
               move " Souscription refusee : un seul contrat " & CodeProduitPlafond & " par personne (contrat deja detenu) " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Perform ControlePlafondVersement
               If PlafondDepasse = 1
                   Move 0 to AgeSouscriptionOK
                   move " Souscription refusee : plafond du produit - montant maximum " & DisponiblePlafondDisplay & " Eur " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

      *---------------------------------------------------------------------------------------------
      * Identite du souscripteur du contrat CodeProduitPlafond/NoContratPlafond, pour le cumul
      * de son encours sur le produit (cf ControlePlafondVersement)
      *---------------------------------------------------------------------------------------------
       ChargeIdentitePlafond.
           Move spaces to NomPlafond
           Move spaces to PrenomPlafond
           Move spaces to DateNaissPlafond

           EXEC SQL
               SELECT T.Nom, T.Prenom, T.DateNaissance
               INTO :NomPlafond, :PrenomPlafond, :DateNaissPlafond
               FROM ProduitsClient PC, TiersSB T
               WHERE PC.CodeProduit = :CodeProduitPlafond
               AND PC.NoContrat = :NoContratPlafond
               AND T.IdTiers = PC.TiersSouscr
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Detention unique (DetentionUnique = '1') : la personne ne doit detenir aucun autre contrat
      * en vie sur le produit (hors clos et renonciation) - le contrat controle lui-meme est
      * ecarte quand il existe deja (NoContratPlafond)
      *---------------------------------------------------------------------------------------------
       ControleDetentionUnique.
           Move 0 to DetentionRefusee
           Move 0 to NbContratsDetention

           If ProduitTrouve = 1 and DetentionUnique of Tab = '1'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbContratsDetention
                   FROM ProduitsClient PC, TiersSB T
                   WHERE PC.CodeProduit = :CodeProduitPlafond
                   AND PC.NoContrat <> :NoContratPlafond
                   AND PC.EtatProduit <> 0
                   AND PC.EtatProduit <> 6
                   AND T.IdTiers = PC.TiersSouscr
                   AND T.Nom = :NomPlafond
                   AND T.Prenom = :PrenomPlafond
                   AND T.DateNaissance = :DateNaissPlafond
               END-EXEC

               If SQLCODE = 0 and NbContratsDetention > 0
                   Move 1 to DetentionRefusee
               end-if
           end-if.

      *---------------------------------------------------------------------------------------------
      * Plafond reglementaire des versements (PlafondVersements, zero = pas de plafond) : encours
      * de la personne sur le produit (valeurs courantes de ses contrats en vie + cheques en
      * attente d'encaissement) + MontantPlafondControle ne doit pas depasser le plafond. Les
      * interets capitalises peuvent porter l'encours au-dela : aucun versement n'est alors plus
      * admis, les interets continuent d'etre servis (cf ControlePlafondsProduits)
      *---------------------------------------------------------------------------------------------
       ControlePlafondVersement.
           Move 0 to PlafondDepasse
           Move 0 to DisponiblePlafond
           Move 0 to DisponiblePlafondDisplay

           If ProduitTrouve = 1 and PlafondVersements of Tab > 0
               Move 0 to EncoursPlafondTiers
               Move 0 to ChequesPlafondTiers

               EXEC SQL
                   SELECT COALESCE(SUM(PC.ValeurCourante), 0)
                   INTO :EncoursPlafondTiers
                   FROM ProduitsClient PC, TiersSB T
                   WHERE PC.CodeProduit = :CodeProduitPlafond
                   AND PC.EtatProduit <> 0
                   AND PC.EtatProduit <> 6
                   AND T.IdTiers = PC.TiersSouscr
                   AND T.Nom = :NomPlafond
                   AND T.Prenom = :PrenomPlafond
                   AND T.DateNaissance = :DateNaissPlafond
               END-EXEC

               EXEC SQL
                   SELECT COALESCE(SUM(OC.MontantOperation), 0)
                   INTO :ChequesPlafondTiers
                   FROM OperationsCompte OC, ProduitsClient PC, TiersSB T
                   WHERE OC.CodeProduit = PC.CodeProduit
                   AND OC.NoContrat = PC.NoContrat
                   AND OC.TypeOperation = 'V'
                   AND OC.StatutReglement = 'A'
                   AND PC.CodeProduit = :CodeProduitPlafond
                   AND T.IdTiers = PC.TiersSouscr
                   AND T.Nom = :NomPlafond
                   AND T.Prenom = :PrenomPlafond
                   AND T.DateNaissance = :DateNaissPlafond
               END-EXEC

               Add ChequesPlafondTiers to EncoursPlafondTiers

               If EncoursPlafondTiers < PlafondVersements of Tab
                   Subtract EncoursPlafondTiers from PlafondVersements of Tab
                       giving DisponiblePlafond
               end-if
               Move DisponiblePlafond to DisponiblePlafondDisplay

               If MontantPlafondControle > DisponiblePlafond
                   Move 1 to PlafondDepasse
               end-if
           end-if.

      *---------------------------------------------------------------------------------------------
      * Memes bornes d'age appliquees au beneficiaire quand le produit l'exige
      * (ControleAgeBenef = '1') : la date de naissance saisie par GestionTiersBenef est
      * confrontee aux bornes, et la souscription est abandonnee en cas de depassement
      *---------------------------------------------------------------------------------------------
       ControleAgeBeneficiaire.
           If ControleAgeBenef of Tab = '1'
            and ChoixInsertion not = 'A' and ChoixInsertion not = 'a'
               Call 'CalculAge' USING DateNaissanceTiersB, DateEffetContratEpargne, AgeBenefControle

               Move 1 to AgeSouscriptionOK
               If AgeMinSouscription of Tab > 0
                and AgeBenefControle < AgeMinSouscription of Tab
                   Move 0 to AgeSouscriptionOK
               end-if
               If AgeMaxSouscription of Tab > 0
                and AgeBenefControle > AgeMaxSouscription of Tab
                   Move 0 to AgeSouscriptionOK
               end-if

               If AgeSouscriptionOK = 0
                   move " Souscription refusee : l'age du beneficiaire sort des bornes du produit " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
                   Move 'A' to ChoixInsertion
                   Move 'A' to ChoixEcrSimulation
               end-if
           end-if.

      *---------------------------------------------------------------------------------------------
      * Verification calendaire de la date d'expiration d'une piece d'identite (cf
      * GestionTiers-trt) : meme principe que ValideDateNaissance mais la date peut etre
      * future - bornee a vingt ans au-dela du jour courant
      *---------------------------------------------------------------------------------------------
       ValideDatePiece.
           Move 'O' to DatePieceTestOK
           Move 'N' to AnneeBissextile

           Divide Annee of DateExpirationPiece by 4 giving AnneeQuotient remainder AnneeReste4
           Divide Annee of DateExpirationPiece by 100 giving AnneeQuotient remainder AnneeReste100
           Divide Annee of DateExpirationPiece by 400 giving AnneeQuotient remainder AnneeReste400
           If AnneeReste4 = 0 and (AnneeReste100 not = 0 or AnneeReste400 = 0)
               Move 'O' to AnneeBissextile
           End-if

           If Mois of DateExpirationPiece < 1 or Mois of DateExpirationPiece > 12
               Move 'N' to DatePieceTestOK
           Else
               Move JoursMoisMax(Mois of DateExpirationPiece) to JoursMoisMaxCourant
               If Mois of DateExpirationPiece = 2 and AnneeBissextile = 'O'
                   Move 29 to JoursMoisMaxCourant
      ***** On recherche un Tiers existant (Nom/Prenom/DateNaissance) avant d'en creer un nouveau ****
           Move 0 to TiersSouscrReutilise
           If DonneesValides = 1
               If TypeTiersT of TiersSouscrBenef = 'M'
      *            Personne morale : reconnue par son SIREN
                   EXEC SQL
                       Select IdTiers into :IdTiers from TiersSB
                       Where TypeTiers = 'M' and Siren = :SirenT
                             and COALESCE(FusionneVers, 0) = 0
                   End-EXEC
               else
                   EXEC SQL
                       Select IdTiers into :IdTiers from TiersSB
                       Where Nom = :Nom and Prenom = :Prenom
                             and DateNaissance = :DateNaissance
                             and COALESCE(FusionneVers, 0) = 0
                   End-EXEC
               end-if
               evaluate SQLCODE
                   when 0
      *                Tiers deja connu : on le reutilise comme souscripteur, pas de nouvelle ligne
                        ,ConsentCourrier
                        ,ConsentPartage
                        ,DateConsent
                        ,OrigineConsent
                        ,TypeTiers
                        ,RaisonSociale
                        ,Siren
                        ,FormeJuridique
                        ,DateImmat
                        ,StatutCRS)
                VALUES
                    (:IdTiers
                    ,:CodeBanqueT
                    ,:ConsentCourrierT
                    ,:ConsentPartageT
                    ,:DateConsentT
                    ,:OrigineConsentT
                    ,:TypeTiersT
                    ,:RaisonSocialeT
                    ,:SirenT
                    ,:FormeJuridiqueT
                    ,:DateImmatT
                    ,:StatutCRST)

           end-exec
           If SQLCODE <>0
               Move 0 to DonneesValides
           end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      * Personne morale : ses beneficiaires effectifs remplacent la declaration precedente de
      * l'entite (cf InsertionBeneficiairesEffectifs)
      *-----------------------------------------------------------------------------------------------
           If DonneesValides = 1 and TypeTiersT of TiersSouscrBenef = 'M'
               Perform InsertionBeneficiairesEffectifs
           end-if.
      *-----------------------------------------------------------------------------------------------
      * Contrat lié au Tiers - Compteur de contrat par produit (verrouille la ligne
      * jusqu'au commit/rollback de fin, deux operateurs ne peuvent plus recevoir
      *        frais ne sera credite qu'a l'activation par le rapprochement
               Move 0 to ValeurCourantePC
               Move CodeOperateur to OperateurPC
      *        Le contrat appartient a l'agence de l'operateur qui le souscrit
               Move AgenceOperateur to CodeAgencePC
      *        Cle de controle du numero attribue, imprimee sur le certificat
               Move CodeProduitParam to CodeProduitCle
               Move NoContratPC to NoContratCle
               Perform CalculeCleContrat
               Move CleContratEdition to CleContratPC

               exec sql
                   INSERT INTO ProduitsClient
                        ,DerogFrais
                        ,FraisEntreeDerog
                        ,FraisVersementDerog
                        ,FraisGestionDerog
                        ,JustifDerog
                        ,TaciteReconduction
                        ,CoSouscripteur
                        ,TauxGaranti
                        ,DateFinGarantie
                        ,CodeAgence
                        ,TauxIndexation
                        ,PlafondIndexation
                        ,CleContrat)
                   VALUES
                        (:CodeProduitParam
                        ,:NoContratPC
                        ,:DerogFraisPC
                        ,:FraisEntreeDerogPC
                        ,:FraisVersDerogPC
                        ,:FraisGestionDerogPC
                        ,:JustifDerogPC
                        ,:TaciteRecondPC
                        ,:TiersCoSouscrPC
                        ,:TauxGarantiPC
                        ,:DateFinGarantiePC
                        ,:CodeAgencePC
                        ,:TauxIndexationPC
                        ,:PlafondIndexationPC
                        ,:CleContratPC)
               end-exec

               If SQLCODE <>0
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *     Transfert entrant : anteriorite d'origine portee sur le contrat, transfert en attente
      *     des fonds de l'etablissement d'origine (cf InsertionTransfertEntrant)
      *-----------------------------------------------------------------------------------------------
           If DonneesValides = 1 and TransfertEntrantSaisi = 'O'
               Perform InsertionTransfertEntrant
           end-if.

      *-----------------------------------------------------------------------------------------------
      *     Partage du contrat entre plusieurs beneficiaires - une ligne par beneficiaire (le
      *     principal, puis chaque beneficiaire supplementaire saisi par GestionPartageBeneficiaires)
           end-if.


      *---------------------------------------------------------------------------------------------
      * Transfert entrant du contrat qui vient d'etre souscrit : date d'ouverture d'origine
      * portee en DateAnteriorite (NULL sur les autres contrats), transfert 'A' en attente des
      * fonds de l'etablissement d'origine - le rapprochement bancaire le passera 'R' a leur
      * arrivee (cf RapprochementBancaire), TransfertsEnAttente relance ceux qui tardent
      *---------------------------------------------------------------------------------------------
       InsertionTransfertEntrant.
           Move DateOuvertureOrigineTE to DateAnterioritePC
           EXEC SQL
               UPDATE ProduitsClient
               SET DateAnteriorite = :DateAnterioritePC
               WHERE (CodeProduit = :CodeProduitParam
               AND NoContrat = :NoContratPC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : anteriorite du contrat transfere " at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to DonneesValides
           else
               Move CodeProduitParam to CodeProduitTE
               Move NoContratPC to NoContratTE
               Move spaces to DateSaisieTE
               String Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement into DateSaisieTE
               end-string
               Move spaces to DateReceptionTE
               Move 'A' to EtatTransfertTE
               Move CodeOperateur to OperateurTE
               EXEC SQL
                   INSERT INTO TransfertsEntrants
                        (CodeProduit
                        ,NoContrat
                        ,CodeBanqueOrigine
                        ,RefContratOrigine
                        ,DateOuvertureOrigine
                        ,MontantVersements
                        ,MontantPlusValues
                        ,DateSaisie
                        ,DateReception
                        ,EtatTransfert
                        ,Operateur)
                   VALUES
                        (:CodeProduitTE
                        ,:NoContratTE
                        ,:CodeBanqueOrigineTE
                        ,:RefContratOrigineTE
                        ,:DateOuvertureOrigineTE
                        ,:MontantVersementsTE
                        ,:MontantPlusValuesTE
                        ,:DateSaisieTE
                        ,:DateReceptionTE
                        ,:EtatTransfertTE
                        ,:OperateurTE)
               END-EXEC
               If SQLCODE <> 0
                   Display " Erreur : TransfertsEntrants " at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to DonneesValides
               end-if
           end-if.

      *---------------------------------------------------------------------------------------------
      * Insertion du mandat de prelevement SEPA du contrat qui vient d'etre souscrit avec un
      * versement programme : RUM generee depuis le produit et le numero de contrat (unique
      *        appliquees, echeancier, clause beneficiaire)
               Perform EcritCertificatSouscription

      *        Signature electronique du formulaire et de la clause (certificat archive en
      *        reference), et de l'autorisation du representant legal d'un mineur
               Move CodeProduitParam to CodeProduitSIG
               Move NoContratPC to NoContratSIG
               Move "SOUSCR" to TypeDocumentSIG
               Move NoDocumentDA to ReferenceDocumentSIG
               Move 'F' to CodePieceSIG
               Move TiersSouscrPC to IdTiersSIG
               Perform EnvoieDemandeSignature
               Move "CLAUSE" to TypeDocumentSIG
               Move NoDocumentDA to ReferenceDocumentSIG
               Move 'C' to CodePieceSIG
               Move TiersSouscrPC to IdTiersSIG
               Perform EnvoieDemandeSignature
               If W-RepresentantSaisi = 'O'
                   Move "TUTEUR" to TypeDocumentSIG
                   Move NoDocumentDA to ReferenceDocumentSIG
                   Move 'T' to CodePieceSIG
                   Move TiersRepresentantPC to IdTiersSIG
                   Perform EnvoieDemandeSignature
               end-if

               Move space to ChoixInsertion
               Move 'A' to ChoixInsertion *> move A to ...^pour sortir + messaggio okl
               move " Souscription enregistree (en attente de fonds) :" & CodeProduitOC & ' ' & NoContratOC to LaInfoComm
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  Beneficiaires effectifs de la personne morale qui vient d'etre enregistree : chacun est
      *  retrouve comme Tiers (Nom/Prenom/DateNaissance, meme recherche que les autres Tiers de
      *  la souscription) ou cree, puis rattache a l'entite - la declaration precedente de
      *  l'entite est remplacee
      *-----------------------------------------------------------------------------------------------
       InsertionBeneficiairesEffectifs.
           Move IdTiers of TiersSouscrBenef to IdTiersEntiteEF
           EXEC SQL
               DELETE FROM BeneficiairesEffectifs
               WHERE IdTiersEntite = :IdTiersEntiteEF
           END-EXEC

           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateDeclarationEF
           end-string
           Move CodeOperateur to OperateurEF

           Move 1 to IndexBenefEff
           Perform InsertionBenefEffectif
               until IndexBenefEff > NbBenefEff or DonneesValides = 0.

       InsertionBenefEffectif.
           Move NomBEF(IndexBenefEff) to NomBenefEff
           Move PrenomBEF(IndexBenefEff) to PrenomBenefEff
           Move DateNaissBEF(IndexBenefEff) to DateNaissBenefEff
           Move PaysResidBEF(IndexBenefEff) to PaysBenefEff

           EXEC SQL
               Select IdTiers into :IdTiersPersonneEF from TiersSB
               Where Nom = :NomBenefEff and Prenom = :PrenomBenefEff
                     and DateNaissance = :DateNaissBenefEff
                     and COALESCE(FusionneVers, 0) = 0
           End-EXEC
           evaluate SQLCODE
               when 0
                   continue
               when 100
                   EXEC SQL
                       Select MAX(IdTiers) into :IdTiersPersonneEF from TiersSB
                   End-EXEC
                   Add 1 to IdTiersPersonneEF
                   exec sql
                       INSERT INTO TiersSB
                            (IdTiers
                            ,Prenom
                            ,Nom
                            ,DateNaissance
                            ,PaysResidFisc
                            ,TypeTiers)
                        VALUES
                            (:IdTiersPersonneEF
                            ,:PrenomBenefEff
                            ,:NomBenefEff
                            ,:DateNaissBenefEff
                            ,:PaysBenefEff
                            ,'P')
                   end-exec
                   If SQLCODE <>0
                       Display " Erreur TiersSB: " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                       Move 0 to DonneesValides
                   end-if
               when other
                   Display " Erreur recherche TiersSB: " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to DonneesValides
           end-evaluate

           If DonneesValides = 1
               Move PctBEF(IndexBenefEff) to PourcentageEF
               EXEC SQL
                   INSERT INTO BeneficiairesEffectifs
                       (IdTiersEntite, IdTiersPersonne, Pourcentage,
                        DateDeclaration, Operateur)
                   VALUES
                       (:IdTiersEntiteEF, :IdTiersPersonneEF, :PourcentageEF,
                        :DateDeclarationEF, :OperateurEF)
               END-EXEC
               If SQLCODE <>0
                   Display " Erreur : BeneficiairesEffectifs " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to DonneesValides
               end-if
           end-if

           Add 1 to IndexBenefEff.

      *-----------------------------------------------------------------------------------------------
      *  Certificat d'adhesion du contrat qui vient d'etre souscrit : identite et adresse du
      *  souscripteur, conditions reellement appliquees (taux, frais - derogation comprise -,
      *  base de calcul, duree minimale), echeancier programme et clause beneficiaire -
      *  dans l'esprit des fichiers ordre de virement et export RGPD deja en place. Le libelle
      *  est celui du modele de courrier CERTIF en vigueur (cf FusionModele)
      *-----------------------------------------------------------------------------------------------
       EcritCertificatSouscription.
           Move "CertificatSouscription" to NomBaseGN
           Perform PrepareGeneration
           Move NomGenerationGN to NomFichierCertificat
           open extend FichierCertificat
           If FichierCertificatStatus not = "00"
               move " Erreur ouverture fichier certificat - code " & FichierCertificatStatus to LaInfoAide
               display InfoAide
               Display REsetInfoAide
           else
      *        Libelle du modele de courrier en vigueur, a defaut libelle historique
               Move "CERTIF" to TypeDocumentDM
               Perform ChargeModeleDocument

               Move "CERTIF" to TypeDocumentDA
               Move IdTiers of TiersSouscrBenef to IdTiersDA
               Move CodeProduitParam to CodeProduitDA
               Move NoContratPC to NoContratDA
               Move VersionModeleDM to VersionModeleDA
               Perform ArchiveOuvreDocument

      *        Numero imprime avec sa cle de controle
               Move CodeProduitParam to CodeProduitCle
               Move NoContratPC to NoContratCle
               Perform CalculeCleContrat

               Perform CertificatVersionDIC

               If VersionModeleDM > 0
                   Perform CertificatChampsFusion
                   Move 1 to IndexLigneModele
                   Perform CertificatLigneModele
                       until IndexLigneModele > NbLignesModeleDM
               else
                   Perform CertificatLibelleHistorique
               end-if

               close FichierCertificat
               Perform ArchiveFermeDocument
           end-if.

      *    Libelle d'origine du certificat, quand aucun modele CERTIF n'est en vigueur
       CertificatLibelleHistorique.
           move all "=" to EnrFichierCertificat(1:78)
           Move EnrFichierCertificat to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierCertificat

           String "CERTIFICAT D'ADHESION - CONTRAT " CodeProduitParam ' ' NoContratPC
               '-' CleContratEdition " DU " DateEffetPC
               into EnrLigneCertificat
           end-string
           Move EnrLigneCertificat to EnrFichierCertificat
           Move EnrFichierCertificat to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierCertificat

           If TypeTiersT of TiersSouscrBenef = 'M'
               String "Souscripteur : " RaisonSocialeT of TiersSouscrBenef
                   " (" FormeJuridiqueT of TiersSouscrBenef
                   " - SIREN " SirenT of TiersSouscrBenef ")"
                   into EnrLigneCertificat
               end-string
           else
               String "Souscripteur : " Intitule of TiersSouscrBenef ' '
                   Nom of TiersSouscrBenef ' ' Prenom of TiersSouscrBenef
                   into EnrLigneCertificat
               end-string
           end-if
           Move EnrLigneCertificat to EnrFichierCertificat
           Move EnrFichierCertificat to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierCertificat

           String "Adresse : " NoRue of TiersSouscrBenef ' '
               Rue of TiersSouscrBenef ' '
               CodePostal of TiersSouscrBenef ' '
               Ville of TiersSouscrBenef
               into EnrLigneCertificat
           end-string
           Move EnrLigneCertificat to EnrFichierCertificat
           Move EnrFichierCertificat to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierCertificat

           Move MontantSouscrPC to MontantCertificatDisplay
           String "Montant souscrit : " MontantCertificatDisplay
               " - Duree minimale : " DureeMinAnnees of Tab " ans"
               into EnrLigneCertificat
           end-string
           Move EnrLigneCertificat to EnrFichierCertificat
           Move EnrFichierCertificat to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierCertificat

           Move spaces to EnrLigneCertificat
           Compute TauxCertificatDisplay =
               TauxRemuneration of Tab * 100
           String "Taux de remuneration : " TauxCertificatDisplay
               " % - Base de calcul : " ConventionTaux of Tab
               " - Capitalisation : " CapitalisationInterets of Tab
               into EnrLigneCertificat
           end-string
           Move EnrLigneCertificat to EnrFichierCertificat
           Move EnrFichierCertificat to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierCertificat

      *    Frais reellement appliques : derogation negociee comprise
           Move spaces to EnrLigneCertificat
           If DerogFraisPC = 1
               Compute TauxCertificatDisplay = FraisEntreeDerogPC * 100
           else
               Compute TauxCertificatDisplay =
                   FraisEntree of Tab * 100
           end-if
           String "Frais d'entree : " TauxCertificatDisplay " %"
               into EnrLigneCertificat
           end-string
           If DerogFraisPC = 1
               Compute TauxCertificatDisplay = FraisVersDerogPC * 100
           else
               Compute TauxCertificatDisplay =
                   FraisVersement of Tab * 100
           end-if
           String EnrLigneCertificat(1:24)
               " - Frais sur versements : " TauxCertificatDisplay " %"
               into EnrLigneCertificat
           end-string
           Move EnrLigneCertificat to EnrFichierCertificat
           Move EnrFichierCertificat to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierCertificat

      *    Frais de gestion annuels sur l'encours moyen, s'il y en a
           If DerogFraisPC = 1
               Compute TauxCertificatDisplay = FraisGestionDerogPC * 100
           else
               Compute TauxCertificatDisplay =
                   FraisGestion of Tab * 100
           end-if
           If (DerogFraisPC = 1 and FraisGestionDerogPC > 0)
            or (DerogFraisPC not = 1 and FraisGestion of Tab > 0)
               Move spaces to EnrLigneCertificat
               String "Frais de gestion annuels : " TauxCertificatDisplay
                   " % de l'encours moyen"
                   into EnrLigneCertificat
               end-string
               Move EnrLigneCertificat to EnrFichierCertificat
               Move EnrFichierCertificat to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierCertificat
           end-if

      *    Taux minimum garanti et son terme, s'il y en a un
           If TauxGarantiPC > 0
               Move spaces to EnrLigneCertificat
               Compute TauxCertificatDisplay = TauxGarantiPC * 100
               If DateFinGarantiePC = spaces
                   String "Taux minimum garanti : " TauxCertificatDisplay
                       " % pour toute la duree du contrat"
                       into EnrLigneCertificat
                   end-string
               else
                   String "Taux minimum garanti : " TauxCertificatDisplay
                       " % jusqu'au " DateFinGarantiePC
                       into EnrLigneCertificat
                   end-string
               end-if
               Move EnrLigneCertificat to EnrFichierCertificat
               Move EnrFichierCertificat to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierCertificat
           end-if

           If VersPrgPC = 1
               Move MontantVPrgPC to MontantCertificatDisplay
               String "Versement programme : " MontantCertificatDisplay
                   " - Periodicite : " PeriodeVPrgPC
                   into EnrLigneCertificat
               end-string
               Move EnrLigneCertificat to EnrFichierCertificat
               Move EnrFichierCertificat to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierCertificat
           end-if
      *    Indexation annuelle du versement programme et son plafond, s'il y en a une
           If VersPrgPC = 1 and TauxIndexationPC > 0
               Move spaces to EnrLigneCertificat
               Compute TauxCertificatDisplay = TauxIndexationPC * 100
               If PlafondIndexationPC = 0
                   String "Indexation annuelle du versement : " TauxCertificatDisplay
                       " % sans plafond"
                       into EnrLigneCertificat
                   end-string
               else
                   Move PlafondIndexationPC to MontantCertificatDisplay
                   String "Indexation annuelle du versement : " TauxCertificatDisplay
                       " % - plafond : " MontantCertificatDisplay
                       into EnrLigneCertificat
                   end-string
               end-if
               Move EnrLigneCertificat to EnrFichierCertificat
               Move EnrFichierCertificat to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierCertificat
           end-if
           If RachatPrgPC = 1
               Move MontantRPrgPC to MontantCertificatDisplay
               String "Rachat programme : " MontantCertificatDisplay
                   " - Periodicite : " PeriodeRPrgPC
                   into EnrLigneCertificat
               end-string
               Move EnrLigneCertificat to EnrFichierCertificat
               Move EnrFichierCertificat to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierCertificat
           end-if

      *    Document d'informations cles remis avant la souscription
           Move spaces to EnrLigneCertificat
           If DICVersionTrouvee = 1
               String "Document d'informations cles remis : version " VersionDICDisplay
                   " du " DateVersionDI
                   into EnrLigneCertificat
               end-string
           else
               Move "Document d'informations cles : aucune version editee a la date de souscription"
                   to EnrLigneCertificat
           end-if
           Move EnrLigneCertificat to EnrFichierCertificat
           Move EnrFichierCertificat to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierCertificat

      *    Clause beneficiaire posee a la souscription
           move "Clause beneficiaire :" to EnrFichierCertificat
           Move EnrFichierCertificat to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierCertificat
           Perform CertificatBeneficiaires.

      *    Clause beneficiaire posee a la souscription : une ligne par beneficiaire et sa part
       CertificatBeneficiaires.
           move CodeProduitParam to CodeProduitOC
           move NoContratPC to NoContratOC
           EXEC SQL
               OPEN BeneficiairesContrat-Curseur
           END-EXEC
           Move 0 to BeneficiairesContratEOF
           perform until BeneficiairesContratEOF = 1
               EXEC SQL
                   FETCH BeneficiairesContrat-Curseur
                       INTO :TiersBeneficPC, :PourcentageBenefRachat
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to BeneficiairesContratEOF
               else
                   Move TiersBeneficPC to TiersBeneficPCDisplay
                   Move PourcentageBenefRachat to PctCertificatDisplay
                   Move spaces to EnrLigneCertificat
                   String "  Tiers " TiersBeneficPCDisplay
                       " : " PctCertificatDisplay " %"
                       into EnrLigneCertificat
                   end-string
                   Move EnrLigneCertificat to EnrFichierCertificat
                   Move EnrFichierCertificat to LigneDA
                   Perform ArchiveLigneDocument
                   write EnrFichierCertificat
               end-if
           end-perform
           EXEC SQL
               CLOSE BeneficiairesContrat-Curseur
           END-EXEC.

      *    Ligne IndexLigneModele du modele CERTIF : le bloc {*BENEFICIAIRES} deroule la clause,
      *    une ligne dont un champ est vide (frais de gestion, garantie...) n'est pas ecrite
       CertificatLigneModele.
           Perform FusionneLigneModele
           If BlocModeleDM = "BENEFICIAIRES"
               Perform CertificatBeneficiaires
           else
               If BlocModeleDM = spaces and LigneOmiseDM = 0
                   Move LigneFusionDM to EnrFichierCertificat
                   Move EnrFichierCertificat to LigneDA
                   Perform ArchiveLigneDocument
                   write EnrFichierCertificat
               end-if
           end-if
           Add 1 to IndexLigneModele.

      *-----------------------------------------------------------------------------------------------
      *  Champs de fusion du certificat (modele CERTIF) : memes valeurs que le libelle historique -
      *  frais reellement appliques (derogation comprise), taux en pour-cent ; frais de gestion,
      *  garantie de taux et echeanciers programmes restent vides quand le contrat n'en a pas
      *-----------------------------------------------------------------------------------------------
       CertificatChampsFusion.
           Move "DATE" to NomChampFusion
           Move DateDocumentDM to ValeurChampFusion
           Perform AjouteChampFusion

           Move "DATE_EFFET" to NomChampFusion
           Move DateEffetPC to ValeurChampFusion
           Perform AjouteChampFusion

           Move "CONTRAT" to NomChampFusion
           String CodeProduitParam ' ' NoContratPC '-' CleContratEdition into ValeurChampFusion
           end-string
           Perform AjouteChampFusion

           Move "SOUSCRIPTEUR" to NomChampFusion
           If TypeTiersT of TiersSouscrBenef = 'M'
               String RaisonSocialeT of TiersSouscrBenef
                   " (" FormeJuridiqueT of TiersSouscrBenef
                   " - SIREN " SirenT of TiersSouscrBenef ")"
                   into ValeurChampFusion
               end-string
           else
               String Intitule of TiersSouscrBenef ' '
                   Nom of TiersSouscrBenef ' ' Prenom of TiersSouscrBenef
                   into ValeurChampFusion
               end-string
           end-if
           Perform AjouteChampFusion

           Move "ADRESSE" to NomChampFusion
           String NoRue of TiersSouscrBenef ' '
               Rue of TiersSouscrBenef ' '
               CodePostal of TiersSouscrBenef ' '
               Ville of TiersSouscrBenef
               into ValeurChampFusion
           end-string
           Perform AjouteChampFusion

           Move "MONTANT" to NomChampFusion
           Move MontantSouscrPC to MontantCertificatDisplay
           Move MontantCertificatDisplay to ValeurChampFusion
           Perform AjouteChampFusion

           Move "DUREE" to NomChampFusion
           Move DureeMinAnnees of Tab to ValeurChampFusion
           Perform AjouteChampFusion

           Move "TAUX" to NomChampFusion
           Compute TauxCertificatDisplay = TauxRemuneration of Tab * 100
           Move TauxCertificatDisplay to ValeurChampFusion
           Perform AjouteChampFusion

           Move "BASE" to NomChampFusion
           Move ConventionTaux of Tab to ValeurChampFusion
           Perform AjouteChampFusion

           Move "CAPITALISATION" to NomChampFusion
           Move CapitalisationInterets of Tab to ValeurChampFusion
           Perform AjouteChampFusion

           Move "FRAIS_ENTREE" to NomChampFusion
           If DerogFraisPC = 1
               Compute TauxCertificatDisplay = FraisEntreeDerogPC * 100
           else
               Compute TauxCertificatDisplay = FraisEntree of Tab * 100
           end-if
           Move TauxCertificatDisplay to ValeurChampFusion
           Perform AjouteChampFusion

           Move "FRAIS_VERSEMENT" to NomChampFusion
           If DerogFraisPC = 1
               Compute TauxCertificatDisplay = FraisVersDerogPC * 100
           else
               Compute TauxCertificatDisplay = FraisVersement of Tab * 100
           end-if
           Move TauxCertificatDisplay to ValeurChampFusion
           Perform AjouteChampFusion

           Move "FRAIS_GESTION" to NomChampFusion
           If DerogFraisPC = 1 and FraisGestionDerogPC > 0
               Compute TauxCertificatDisplay = FraisGestionDerogPC * 100
               Move TauxCertificatDisplay to ValeurChampFusion
           end-if
           If DerogFraisPC not = 1 and FraisGestion of Tab > 0
               Compute TauxCertificatDisplay = FraisGestion of Tab * 100
               Move TauxCertificatDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

      *    Taux garanti : GARANTI_VIE sans terme, GARANTI_TERME et FIN_GARANTIE avec terme
           Move "GARANTI_VIE" to NomChampFusion
           If TauxGarantiPC > 0 and DateFinGarantiePC = spaces
               Compute TauxCertificatDisplay = TauxGarantiPC * 100
               Move TauxCertificatDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "GARANTI_TERME" to NomChampFusion
           If TauxGarantiPC > 0 and DateFinGarantiePC not = spaces
               Compute TauxCertificatDisplay = TauxGarantiPC * 100
               Move TauxCertificatDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "FIN_GARANTIE" to NomChampFusion
           If TauxGarantiPC > 0
               Move DateFinGarantiePC to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "VERSEMENT_PRG" to NomChampFusion
           If VersPrgPC = 1
               Move MontantVPrgPC to MontantCertificatDisplay
               Move MontantCertificatDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "PERIODE_VERSEMENT" to NomChampFusion
           If VersPrgPC = 1
               Move PeriodeVPrgPC to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "RACHAT_PRG" to NomChampFusion
           If RachatPrgPC = 1
               Move MontantRPrgPC to MontantCertificatDisplay
               Move MontantCertificatDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "PERIODE_RACHAT" to NomChampFusion
           If RachatPrgPC = 1
               Move PeriodeRPrgPC to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "DIC" to NomChampFusion
           If DICVersionTrouvee = 1
               String VersionDICDisplay " du " DateVersionDI
                   into ValeurChampFusion
               end-string
           end-if
           Perform AjouteChampFusion.

      *-----------------------------------------------------------------------------------------------
      *  Version du document d'informations cles (cf EditionDIC) en vigueur a la date de
      *  souscription : la derniere editee pour le produit a cette date ou avant
      *-----------------------------------------------------------------------------------------------
       CertificatVersionDIC.
           Move 0 to DICVersionTrouvee
           Move CodeProduitParam to CodeProduitDI
           EXEC SQL
               SELECT VersionDIC, DateVersion
               INTO :VersionDI, :DateVersionDI
               FROM VersionsDIC
               WHERE CodeProduit = :CodeProduitDI
               AND VersionDIC =
                   (SELECT MAX(VersionDIC)
                    FROM VersionsDIC
                    WHERE CodeProduit = :CodeProduitDI
                    AND DateVersion <= :DateEffetPC)
           END-EXEC
           If SQLCODE = 0
               Move 1 to DICVersionTrouvee
               Move VersionDI to VersionDICDisplay
           end-if.

      *-----------------------------------------------------------------------------------------------
          Accept  NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
          move NoContratPCDisplay to NoContratPC
          Display NoContratPC at line 4 col 28  foreground-color is 3 highlight
          Move CodeProduitPC to CodeProduitCle
          Move NoContratPC to NoContratCle
          Move 4 to LigneCle
          Move 37 to ColonneCle
          Perform SaisieCleContrat
          Move NoContratCle to NoContratPC
          end-if.
      *   Accept NoContratPC at line 4 col 28 required foreground-color is 3 highlight.
          move CodeProduitPC to CodeProduitOC
                   CodeProduit
                   , NoContrat, TiersSouscr, TiersBenefic, MontantSouscr,DateEffet, VersPrg, PeriodeVPrg,
                   MontantVPrg, RachatPrg, PeriodeRPrg, MontantRPrg, EtatProduit, ValeurCourante,
                   COALESCE(Nanti, 0), COALESCE(MontantSaisi, 0)
               INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC, :TiersBeneficPC,
                   :MontantSouscrPC,:DateEffetPC, :VersPrgPC, :PeriodeVPrgPC,
                   :MontantVPrgPC, :RachatPrgPC, :PeriodeRPrgPC, :MontantRPrgPC, :EtatProduitPC,
                   :ValeurCourantePC, :NantiPC, :MontantSaisiPC
				   FROM   ProduitsClient
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC);
           Display MontantSouscrPCDisplay at line 6 col 45 foreground-color is 3 highlight.
           if EtatProduitPC= 1 display 'Etat : Actif' at line 6 col 65 foreground-color is 2 Highlight.
           if NantiPC = 1 display 'NANTI' at line 4 col 34 foreground-color is 2 Highlight.
           if MontantSaisiPC > 0 display 'SAISI' at line 4 col 40 foreground-color is 2 Highlight.
           if EtatProduitPC= 2 display 'Etat : Attente fonds' at line 6 col 59 foreground-color is 2 Highlight.
           if EtatProduitPC= 3 display 'Etat : Succession' at line 6 col 62 foreground-color is 2 Highlight.
           if EtatProduitPC= 4 display 'Etat : Echu' at line 6 col 65 foreground-color is 2 Highlight.
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Procurations actives du contrat (cf GestionProcurations) : la premiere est affichee,
      *  les autres signalees
      *-----------------------------------------------------------------------------------------------
           Move CodeProduitPC to CodeProduitPX
           Move NoContratPC to NoContratPX
           Move 0 to NbProcurations
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbProcurations
               FROM Procurations
               WHERE (CodeProduit = :CodeProduitPX
               AND NoContrat = :NoContratPX
               AND EtatProcuration = 'A')
           END-EXEC
           If NbProcurations > 0
               EXEC SQL
                   OPEN Procurations-Curseur
               END-EXEC
               EXEC SQL
                   FETCH Procurations-Curseur
                       INTO :NoProcurationPX, :IdTiersPX, :Nom, :PorteePX,
                        :DateDebutPX, :DateFinPX, :ReferenceActePX
               END-EXEC
               EXEC SQL
                   CLOSE Procurations-Curseur
               END-EXEC
               Perform LibellePorteeProcuration
               Move Nom of TiersSouscrBenef to MandataireDisplay
               Display " Procuration :" at line 22 col 2 background-color is 14 foreground-color is 1
               Display MandataireDisplay at line 22 col 17 foreground-color is 3 Highlight
               Display LibellePortee at line 22 col 34 foreground-color is 3 Highlight
               Display "jusqu'au" at line 22 col 45 foreground-color is 2 Highlight
               Display DateFinPX at line 22 col 54 foreground-color is 3 Highlight
               If NbProcurations > 1
                   Display "(+ autres)" at line 22 col 66 foreground-color is 2 Highlight
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Foyer confirme du souscripteur (cf MaintenanceTiers-Foyer) : nombre de contrats vivants
      *  et encours cumule de tous ses membres
      *-----------------------------------------------------------------------------------------------
           Move 0 to NoFoyerSynthese
           EXEC SQL
               SELECT F.NoFoyer, F.Libelle
               INTO :NoFoyerSynthese, :LibelleFO
               FROM MembresFoyer MF, Foyers F
               WHERE (MF.IdTiers = :TiersSouscrPC
               AND F.NoFoyer = MF.NoFoyer
               AND F.EtatFoyer = 'A')
           END-EXEC
           If SQLCODE = 0 and NoFoyerSynthese > 0
               Move 0 to NbContratsFoyer
               Move 0 to EncoursFoyer
               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(PC.ValeurCourante), 0)
                   INTO :NbContratsFoyer, :EncoursFoyer
                   FROM ProduitsClient PC, MembresFoyer MF
                   WHERE (MF.NoFoyer = :NoFoyerSynthese
                   AND PC.TiersSouscr = MF.IdTiers
                   AND PC.EtatProduit <> 0
                   AND PC.EtatProduit <> 6)
               END-EXEC
               Move LibelleFO to LibelleFoyerDisplay
               Move EncoursFoyer to EncoursFoyerDisplay
               Display " Foyer :" at line 11 col 1 background-color is 14 foreground-color is 1
               Display LibelleFoyerDisplay at line 11 col 10 foreground-color is 3 Highlight
               Display "Contrats :" at line 11 col 32 foreground-color is 2 Highlight
               Display NbContratsFoyer at line 11 col 43 foreground-color is 3 Highlight
               Display "Encours :" at line 11 col 49 foreground-color is 2 Highlight
               Display EncoursFoyerDisplay at line 11 col 59 foreground-color is 3 Highlight
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Reclamations sans reponse sur le contrat ou sur le souscripteur sans contrat designe
      *  (cf GestionReclamations)
      *-----------------------------------------------------------------------------------------------
           Move 0 to NbReclamationsOuvertes
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbReclamationsOuvertes
               FROM Reclamations
               WHERE (DateReponse IS NULL
               AND ((CodeProduit = :CodeProduitPC AND NoContrat = :NoContratPC)
                 OR (IdTiers = :TiersSouscrPC AND COALESCE(NoContrat, 0) = 0)))
           END-EXEC
           If SQLCODE = 0 and NbReclamationsOuvertes > 0
               Display " Reclamations en cours :" at line 18 col 2 background-color is 14 foreground-color is 1
               Display NbReclamationsOuvertes at line 18 col 27 foreground-color is 2 Highlight
               Display "(cf option 47)" at line 18 col 33 foreground-color is 2 Highlight
           end-if.

           Display ' Pressez entree pour details Operations >> ' at line 23 col 2 foreground-color is 3 Highlight 
           Accept VisuDettOper at line 23 col 60 .
           perform LectureOperationsContrat-trt.
           If CodeProduitOC = space
               Accept CodeProduitOC at line 5 col 26 required foreground-color is 3 highlight
               Accept NoContratOC at line 5 col 28 required foreground-color is 3 highlight
               Move CodeProduitOC to CodeProduitCle
               Move NoContratOC to NoContratCle
               Move 5 to LigneCle
               Move 37 to ColonneCle
               Perform SaisieCleContrat
               Move NoContratCle to NoContratOC
           Else
               display CodeProduitOC at line 5 col 26 foreground-color is 3 highlight
               Display NoContratOC at line 5 col 28 foreground-color is 3 highlight
                    Move 'Souscription' to TypeOperationHistoDisplay(NbOperationsHisto)
               When 'I'
                    Move 'Interets' to TypeOperationHistoDisplay(NbOperationsHisto)
               When 'B'
                    Move 'Participation' to TypeOperationHistoDisplay(NbOperationsHisto)
               When 'D'
                    Move 'Plancher deces' to TypeOperationHistoDisplay(NbOperationsHisto)
               When 'C'
                    Move 'Indemnisation' to TypeOperationHistoDisplay(NbOperationsHisto)
               When 'F'
                    Move 'Frais' to TypeOperationHistoDisplay(NbOperationsHisto)
               When 'P'
      * ExportDroitAccesTiers-Ecrit (entete puis une ligne String...into par operation)
      *-----------------------------------------------------------------------------------------------
       ExportOperationsContrat.
           Move "ExportOperationsContrat" to NomBaseGN
           Perform PrepareGeneration
           Move NomGenerationGN to NomFichierExportOperations
           open extend FichierExportOperations
           evaluate FichierExportOperationsStatus
               when "00"
               when "05"
                   move 1 to FichierExportOperationsOk
               when other
                   move 0 to FichierExportOperationsOk
               Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
               move NoContratPCDisplay to NoContratPC
               Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
               Move CodeProduitPC to CodeProduitCle
               Move NoContratPC to NoContratCle
               Move 4 to LigneCle
               Move 37 to ColonneCle
               Perform SaisieCleContrat
               Move NoContratCle to NoContratPC
           end-if.

           move CodeProduitPC to CodeProduitOC
                   perform SaisieVersementLibre-trt
               end-if
           else
      *>  Ordre donne sous procuration (cf ControleProcuration) : le
      *>  mandataire doit avoir l'etendue versements et etre dans la
      *>  periode de validite de son pouvoir
           Move 2 to PorteeDemandee
           Perform SaisieDonneurOrdre
           If ProcurationOk = 0
               Perform LibereVerrouContrat
               Move spaces to CodeProduitPC
               Move 0 to NoContratPC
               Move 0 to NoContratPCDisplay
           else
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept MontantVPrg of Saisie-Simulation at line 7 col 26 foreground-color is 3 Highlight
                   Move Function Upper-case(ModeReglementOC) to ModeReglementOC
                   evaluate ModeReglementOC
                       when 'V'
                           Move space to StatutReglementOC
                           move 1 to DonneesValides
      *                Especes : seulement sur une caisse ouverte (cf
      *                CaisseOperateur), qui recevra le mouvement
                       when 'E'
                           Move CodeOperateur to OperateurCaisse
                           Perform ChargeCaisseOuverte
                           If CaisseOuverte = 1
                               Move space to StatutReglementOC
                               move 1 to DonneesValides
                           else
                               move " Aucune caisse especes ouverte a votre nom (menu 57) : especes refusees " to LaInfoAide
                               display InfoAide
                               Display REsetInfoAide
                           end-if
                       when 'C'
                           Move 'A' to StatutReglementOC
                           move 1 to DonneesValides
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               else
      *        Plafond reglementaire du produit : le versement ne doit pas
      *        porter l'encours de la personne au-dela (cf ControlePlafondVersement)
               Move CodeProduitOC to CodeProduitPlafond
               Move NoContratOC to NoContratPlafond
               Move MontantVersementP to MontantPlafondControle
               Perform ChargeIdentitePlafond
               Perform ControlePlafondVersement
               If PlafondDepasse = 1
                   move " Plafond du produit atteint : versement maximum " & DisponiblePlafondDisplay & " Eur " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               else
      *        Limite journaliere de l'operateur (cf ControleLimiteJournaliere) :
      *        cumul du jour atteint = file d'attente, comme au-dela du seuil
               Move 'V' to TypeLimiteControle
               Move MontantVersementP to MontantLimiteControle
               Perform ControleLimiteJournaliere
               If (ProduitTrouve = 1 and SeuilApprobation of Tab > 0
                  and MontantVersementP > SeuilApprobation of Tab)
                  or LimiteJourDepassee = 1
                   Move 'V' to TypeOperationAttente
                   Move MontantVersementP to MontantAttente
                   Perform MetEnAttenteApprobation
                   Display " Erreur : OperationsCompte " at line 24 Col 2 foreground-color is 2 highlight
                   Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
               else
      *            Donneur d'ordre porte sur la ligne 'V'
                   Perform MarqueDonneurOrdre
      *            Especes : entree dans la caisse de l'operateur
                   If ModeReglementOC = 'E'
                       Move 'E' to SensMouvementCaisse
                       Move MontantOperationOC to MontantMouvementCaisse
                       Move CodeOperateur to OperateurCaisse
                       Perform EnregistreMouvementCaisse
                   end-if
                   Move CodeProduitOC to CodeProduitRecherche
                   Perform ChargeParamProduit

               end-if
               end-if
               end-if
               end-if
           end-if
           end-if
           end-if
           end-if.
               perform SaisieRachatLibre-trt
           end-if.
           perform SaisieRachatLibre-fin.
      *    Rachat partiel sous la valeur residuelle minimum, rachat total
      *    accepte a la place : meme contrat, l'ecran du rachat total reprend
           If BasculeRachatTotal = 1
               perform RachatTotal
               Move 0 to BasculeRachatTotal
           end-if.

       SaisieRachatLibre-init.
           Move 0 to BasculeRachatTotal
           Move DateTraitement to DateEffetSysteme
           Move spaces to CodeProduitPC
           Move 0 to NoContratPC
               Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
               move NoContratPCDisplay to NoContratPC
               Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
               Move CodeProduitPC to CodeProduitCle
               Move NoContratPC to NoContratCle
               Move 4 to LigneCle
               Move 37 to ColonneCle
               Perform SaisieCleContrat
               Move NoContratCle to NoContratPC
           end-if.

           move CodeProduitPC to CodeProduitOC

           EXEC SQL
               SELECT CodeProduit, NoContrat, ValeurCourante, EtatProduit, COALESCE(Nanti, 0),
                TiersSouscr, COALESCE(MontantSaisi, 0)
               INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC, :EtatProduitPC, :NantiPC,
                :TiersSouscrPC, :MontantSaisiPC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC)
                   perform SaisieRachatLibre-trt
               end-if
           else
      *>  Ordre donne sous procuration (cf ControleProcuration) : le
      *>  mandataire doit avoir l'etendue rachats et etre dans la
      *>  periode de validite de son pouvoir
           Move 3 to PorteeDemandee
           Perform SaisieDonneurOrdre
           If ProcurationOk = 0
               Perform LibereVerrouContrat
               Move spaces to CodeProduitPC
               Move 0 to NoContratPC
               Move 0 to NoContratPCDisplay
           else
               Move CodeProduitOC to CodeProduitRecherche
               Perform ChargeParamProduit
      *        Tarification a la date de l'operation : la version des
                   end-evaluate

                   if DonneesValides = 1
      *>  le rachat libre ne doit pas, net de fiscalite et de penalite de sortie, depasser la
      *>  valeur actuelle du contrat (fiscalite sur la seule part de plus-value, cf
      *>  CalculFiscaliteRachat - penalite du bareme d'anciennete, cf CalculPenaliteRachat)
                       Move MontantRachatP to MontantBrutFiscal
                       Move ValeurCourantePC to ValeurFiscaleRachat
                       Perform CalculFiscaliteRachat
                       Move MontantRachatP to MontantBrutPenalite
                       Perform CalculPenaliteRachat
                       Compute FraisContratTmp = FiscaliteRachat + PenaliteRachat
                       Subtract FraisContratTmp from MontantRachatP giving MontantRachatP-tmp
                       if MontantRachatP-tmp > ValeurCourantePC
                           move 0 to DonneesValides
                           accept MontantRPrg of Saisie-Simulation at line 7 col 26 foreground-color is 3 Highlight
                           Display REsetInfoAide
                       end-if
      *>  Saisie-attribution / ATD en cours (cf RegistreSaisies) : la part gelee
      *>  ne peut pas etre rachetee, seul le reste de la valeur est disponible
                       Compute ValeurDisponibleSaisie = ValeurCourantePC - MontantSaisiPC
                       if DonneesValides = 1 and MontantRachatP-tmp > ValeurDisponibleSaisie
                           move 0 to DonneesValides
                           move " Saisie non valide : montant net superieur a la valeur non saisie du contrat " to LaInfoAide
                           display InfoAide
                           accept MontantRPrg of Saisie-Simulation at line 7 col 26 foreground-color is 3 Highlight
                           Display REsetInfoAide
                       end-if
      *>  Valeur residuelle minimum du produit : le rachat partiel qui laisserait moins sur
      *>  le contrat est refuse, le rachat total est propose a la place
                       if DonneesValides = 1
                           Move MontantRachatP-tmp to ValeurResiduelleRachat
                           Perform ControleValeurResiduelle
                           If ResiduelInsuffisant = 1
                               Perform ProposeRachatTotal
                           end-if
                       end-if
                   end-if
               End-perform

               If BasculeRachatTotal = 1
                   Move CodeProduitOC to CodeProduitBascule
                   Move NoContratOC to NoContratBascule
               else


      *        Date de valeur du rachat : proposee au jour courant,
      *        l'operateur peut la reculer (demande recue avant la saisie)
                   Move Function Upper-case(ModeReglementOC) to ModeReglementOC
                   evaluate ModeReglementOC
                       when 'V'
                           Move space to StatutReglementOC
                           move 1 to DonneesValides
      *                Especes : seulement sur une caisse ouverte (cf
      *                CaisseOperateur), qui recevra le mouvement
                       when 'E'
                           Move CodeOperateur to OperateurCaisse
                           Perform ChargeCaisseOuverte
                           If CaisseOuverte = 1
                               Move space to StatutReglementOC
                               move 1 to DonneesValides
                           else
                               move " Aucune caisse especes ouverte a votre nom (menu 57) : especes refusees " to LaInfoAide
                               display InfoAide
                               Display REsetInfoAide
                           end-if
                       when 'C'
                           Move 'A' to StatutReglementOC
                           move 1 to DonneesValides
      *        payer - le client ne decouvre plus la ponction sur l'avis annuel
      *---------------------------------------------------------------------------------------------
               Move MontantRachatP to MontantBrutRachat
      *        Fiscalite sur la part de plus-value du rachat, abattement
      *        annuel deduit (cf CalculFiscaliteRachat)
               Move MontantBrutRachat to MontantBrutFiscal
               Move ValeurCourantePC to ValeurFiscaleRachat
               Perform CalculFiscaliteRachat
               Move FiscaliteRachat to FiscRachatPreview
      *        Penalite de sortie du bareme d'anciennete du produit
               Move MontantBrutRachat to MontantBrutPenalite
               Perform CalculPenaliteRachat

               Move 0 to ReserveInteretsPreview
               Move CodeProduitOC to CodeProduitIC
                   giving PrelSocPreview rounded

               Compute NetAPayerPreview =
                   MontantBrutRachat - FiscRachatPreview - PenaliteRachat

               Display " Brut demande ........ :" at line 13 col 1 foreground-color is 2 Highlight
               Move MontantBrutRachat to MontantPreviewDisplay
               Display " Fiscalite rachat .... :" at line 14 col 1 foreground-color is 2 Highlight
               Move FiscRachatPreview to MontantPreviewDisplay
               Display MontantPreviewDisplay at line 14 col 26 foreground-color is 3 Highlight
               Display "(dont plus-value" at line 13 col 40 foreground-color is 2 Highlight
               Move PartPlusValueRachat to MontantPreviewDisplay
               Display MontantPreviewDisplay at line 13 col 57 foreground-color is 2 Highlight
               Display ")" at line 13 col 70 foreground-color is 2 Highlight
               If DispenseValide = 1
                   Display "(dispense en vigueur)" at line 14 col 40 foreground-color is 2 Highlight
               else
                   If AbattementRachat > 0
                       Display "(abattement" at line 14 col 40 foreground-color is 2 Highlight
                       Move AbattementRachat to MontantPreviewDisplay
                       Display MontantPreviewDisplay at line 14 col 57 foreground-color is 2 Highlight
                       Display ")" at line 14 col 70 foreground-color is 2 Highlight
                   end-if
               end-if
               Display " Penalite de sortie .. :" at line 15 col 1 foreground-color is 2 Highlight
               Move PenaliteRachat to MontantPreviewDisplay
               Display MontantPreviewDisplay at line 15 col 26 foreground-color is 3 Highlight
               If PenaliteRachat > 0
                   Display "(annee de contrat" at line 15 col 40 foreground-color is 2 Highlight
                   Move AnneeContratPenalite to AnneePenaliteDisplay
                   Display AnneePenaliteDisplay at line 15 col 58 foreground-color is 2 Highlight
                   Display ")" at line 15 col 62 foreground-color is 2 Highlight
               end-if
               Display " Prel. sociaux estimes :" at line 16 col 1 foreground-color is 2 Highlight
               Move PrelSocPreview to MontantPreviewDisplay
               Display MontantPreviewDisplay at line 16 col 26 foreground-color is 3 Highlight
               Display "(preleves en fin d'annee)" at line 16 col 40 foreground-color is 2 Highlight
               Display " NET A PAYER ......... :" at line 17 col 1 background-color is 14 foreground-color is 1
               Move NetAPayerPreview to MontantPreviewDisplay
               Display MontantPreviewDisplay at line 17 col 26 foreground-color is 3 Highlight

               move 0 to DonneesValides
               Perform until DonneesValides = 1

      *        Seuil d'approbation a deux regards du produit : au-dela,
      *        l'operation part en file d'attente au lieu d'etre posee
      *        Limite journaliere de l'operateur (cf ControleLimiteJournaliere)
               Move 'R' to TypeLimiteControle
               Move MontantRachatP to MontantLimiteControle
               Perform ControleLimiteJournaliere
               If (SeuilApprobation of Tab > 0
                  and MontantRachatP > SeuilApprobation of Tab)
                  or LimiteJourDepassee = 1
                   Move 'R' to TypeOperationAttente
                   Move MontantRachatP to MontantAttente
                   Perform MetEnAttenteApprobation
                   Display " Erreur : OperationsCompte " at line 24 Col 2 foreground-color is 2 highlight
                   Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
               else
      *            Part de plus-value et abattement portes sur la ligne 'R'
                   Perform MarqueFiscaliteRachat
      *            Donneur d'ordre porte sur la meme ligne 'R'
                   Perform MarqueDonneurOrdre
      *            Fiscalite et penalite de sortie calculees pour l'apercu
      *            (nulles : le brut part au client, pas de ligne 'F')
                   Move FiscaliteRachat to FraisContratTmp
                   Subtract FraisContratTmp from MontantOperationOC
                   Subtract PenaliteRachat from MontantOperationOC
                   Move CodeOperateur to OperateurPC

      *            Especes : le net remis au client sort de la caisse de
      *            l'operateur
                   If ModeReglementOC = 'E'
                       Move 'S' to SensMouvementCaisse
                       Move MontantOperationOC to MontantMouvementCaisse
                       Move CodeOperateur to OperateurCaisse
                       Perform EnregistreMouvementCaisse
                   end-if

                   EXEC SQL
                       UPDATE ProduitsClient
                       SET ValeurCourante = ValeurCourante - :MontantOperationOC,
                   END-EXEC

      *            Fiscalite de rachat, en propre ligne 'F' dans OperationsCompte
      *            (sautee si rien n'a ete preleve : dispense, ou pas de
      *            plus-value imposable apres abattement)
                   If FraisContratTmp > 0
                   Add 1 to NoOperationOC
                   Move 'F' to TypeOperationOC
                   Move FraisContratTmp to MontantOperationOC
                   END-EXEC
                   end-if

      *            Penalite de sortie du bareme, en propre ligne 'F' apres la fiscalite
                   If PenaliteRachat > 0
                       Move PenaliteRachat to MontantOperationOC
                       Perform PosePenaliteRachat
                   end-if

      *            Vigilance LCB-FT sur le rachat qui vient d'etre pose
                   Move 'R' to TypeControleAML
                   Move MontantRPrg of Saisie-Simulation to MontantControleAML
                   Move NetAPayerPreview to NetEvenement
                   Perform EcritNotificationClient

      *            Alerte SMS de securite au souscripteur
                   Move "RACHAT" to EvenementSMS
                   Move 0 to IdTiersSMS
                   Move CodeProduitOC to CodeProduitSMS
                   Move NoContratOC to NoContratSMS
                   Move MontantRPrg of Saisie-Simulation to MontantSMS
                   Perform EnvoieAlerteSMS

                   move " Rachat enregistre sur le contrat :" & CodeProduitOC & ' ' & NoContratOC to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
               end-if
               end-if
               end-if
               end-if
           end-if
           end-if
           end-if
           end-if
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  Valeur residuelle minimum du produit (ValeurResidMin, zero = pas de minimum) : en
      *  entree ValeurResiduelleRachat porte le montant net qui sortirait du contrat, en sortie
      *  ce qui y resterait. Les contrats qui ne gardent que quelques euros coutent releves,
      *  arretes d'interets et declarations : un rachat partiel ne doit pas les fabriquer.
      *  Memes regles en batch (cf EcheancesProgrammees, ImportInstructionsClients) et a la
      *  validation de la file d'approbation (cf ApprobationPoseRachat)
      *-----------------------------------------------------------------------------------------------
       ControleValeurResiduelle.
           Move 0 to ResiduelInsuffisant
           Compute ValeurResiduelleRachat = ValeurCourantePC - ValeurResiduelleRachat
           If ValeurResidMin of Tab > 0
            and ValeurResiduelleRachat < ValeurResidMin of Tab
               Move 1 to ResiduelInsuffisant
               Move ValeurResidMin of Tab to ValeurResidMinDisplay
           end-if.

      *    Rachat partiel refuse : rachat total a la place, ou nouveau montant
       ProposeRachatTotal.
           Move 0 to DonneesValides
           move " Reste sous la valeur residuelle minimum du produit (" & ValeurResidMinDisplay & " Eur) " to LaInfoAide
           display InfoAide
           Move space to ChoixBasculeRachatTotal
           Perform ProposeRachatTotal-Choix
               until ChoixBasculeRachatTotal = 'O' or ChoixBasculeRachatTotal = 'N'
           Display REsetInfoAide
           Display "                                                    " at line 23 col 2
           If ChoixBasculeRachatTotal = 'O'
               Move 1 to BasculeRachatTotal
               Move 1 to DonneesValides
           end-if.

       ProposeRachatTotal-Choix.
           Display " Rachat total a la place (O/N) :" at line 23 col 2 foreground-color is 3 highlight
           Accept ChoixBasculeRachatTotal at line 23 col 35 required foreground-color is 3 highlight
           Move Function Upper-case(ChoixBasculeRachatTotal) to ChoixBasculeRachatTotal.

      *-----------------------------------------------------------------------------------------------
      *  Pays d'adresse saisi (PaysSaisi : code ISO2, ISO3 ou nom, casse indifferente) controle au
      *  referentiel des pays : reconnu, il est remplace par le nom du referentiel et
      *  DonneesValides passe a 1 - referentiel inaccessible, la saisie n'est pas bloquee
      *-----------------------------------------------------------------------------------------------
       ControlePaysAdresse.
           Move PaysSaisi to SaisiePS
           Call 'RecherchePays' using DemandePays
           evaluate RetourPS
               when 0
                   Move NomPaysPS to PaysSaisi
                   move 1 to DonneesValides
               when 2
                   move 1 to DonneesValides
               when other
                   move " Pays inconnu du referentiel - code ISO (FR, FRA) ou nom du pays " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Pays de residence fiscale saisi (PaysSaisi, code ISO2) controle au referentiel des pays -
      *  meme regle que ControlePaysAdresse, PaysSaisi rend le code ISO2
      *-----------------------------------------------------------------------------------------------
       ControlePaysResidence.
           Move PaysSaisi to SaisiePS
           Call 'RecherchePays' using DemandePays
           evaluate RetourPS
               when 0
                   Move CodeIso2PS to PaysSaisi
                   move 1 to DonneesValides
               when 2
                   move 1 to DonneesValides
               when other
                   move " Pays de residence fiscale inconnu du referentiel (code ISO2, FR = France) " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Adresse en France controlee au referentiel postal (cf ControleAdresse) : appele apres la
      *  saisie du pays quand il est FR, sur CodePostalSaisi et VilleSaisie. La ville reconnue est
      *  remplacee par son libelle d'acheminement ; code postal inconnu, il est ressaisi ; ville
      *  hors du code postal, l'operateur choisit parmi les villes du code postal ou ressaisit -
      *  referentiel inaccessible, la saisie n'est pas bloquee
      *-----------------------------------------------------------------------------------------------
       ControleAdresseFrance.
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Move CodePostalSaisi to CodePostalAD
               Move VilleSaisie to VilleAD
               Call 'ControleAdresse' using DemandeAdresse
               evaluate RetourAD
                   when 0
                       Move VilleNormaliseeAD to VilleSaisie
                       move 1 to DonneesValides
                   when 1
                       move " Code postal inconnu du referentiel postal - ressaisir le code postal " to LaInfoAide
                       display InfoAide
                       accept CodePostalSaisi at line 11 col 8 required foreground-color is 3 Highlight
                       Display REsetInfoAide
                   when 2
                       Perform ChoixCommuneCodePostal
                   when other
                       move 1 to DonneesValides
               end-evaluate
           end-perform
           Display CodePostalSaisi at line 11 col 8 foreground-color is 3 Highlight
           Display VilleSaisie at line 11 col 25 foreground-color is 3 Highlight.

      *-----------------------------------------------------------------------------------------------
      *  Ville saisie hors du code postal : les villes du code postal (CommuneAD) sont proposees
      *  une a une en ligne 24 - O retient la ville affichee (DonneesValides a 1), S passe a la
      *  suivante, R fait ressaisir code postal et ville (ControleAdresseFrance recontrole)
      *-----------------------------------------------------------------------------------------------
       ChoixCommuneCodePostal.
           Move 1 to IndexCommuneAD
           Move NbCommunesAD to NbCommunesAff
           move 0 to ChoixCommuneFait
           Perform until ChoixCommuneFait = 1
               Move IndexCommuneAD to IndexCommuneAff
               Move spaces to LigneChoixCommune
               String " Ville(s) du code postal " CodePostalSaisi " - " IndexCommuneAff "/"
                   NbCommunesAff " : " CommuneAD(IndexCommuneAD) delimited by size
                   into LigneChoixCommune
               end-string
               Display " " at line 24 col 1 erase eol
               Display LigneChoixCommune at line 24 col 2 foreground-color is 2 Highlight
               move " Ville hors du code postal : O = retenir, S = suivante, R = ressaisir CP et ville " to LaInfoAide
               display InfoAide
               Move space to ChoixCommune
               accept ChoixCommune at line 24 col 76 foreground-color is 3 Highlight
               Move Function Upper-case(ChoixCommune) to ChoixCommune
               evaluate ChoixCommune
                   when 'O'
                       Move CommuneAD(IndexCommuneAD) to VilleSaisie
                       move 1 to ChoixCommuneFait
                       move 1 to DonneesValides
                   when 'S'
                       If IndexCommuneAD < NbCommunesAD
                           Add 1 to IndexCommuneAD
                       else
                           Move 1 to IndexCommuneAD
                       end-if
                   when 'R'
                       Display REsetInfoAide
                       accept CodePostalSaisi at line 11 col 8 required foreground-color is 3 Highlight
                       accept VilleSaisie at line 11 col 25 required foreground-color is 3 Highlight
                       move 1 to ChoixCommuneFait
                   when other
                       continue
               end-evaluate
           end-perform
           Display " " at line 24 col 1 erase eol
           Display REsetInfoAide.

      *-----------------------------------------------------------------------------------------------
      *  Saisie de la residence fiscale du souscripteur en cours (pays ISO2, second pays
      *  possible, NIF etranger et date d'auto-certification pour les non-residents) -
                   display InfoAide
                   Display REsetInfoAide
               else
                   Move PaysResidFiscT to PaysSaisi
                   Perform ControlePaysResidence
                   Move PaysSaisi(1:2) to PaysResidFiscT
               end-if
           end-perform

           Display "2e pays* :" at line 20 col 25 foreground-color is 2 Highlight
           Move spaces to PaysResidFisc2T
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept PaysResidFisc2T at line 20 col 36 foreground-color is 3 Highlight
               Move Function Upper-case(PaysResidFisc2T) to PaysResidFisc2T
               If PaysResidFisc2T = spaces
                   move 1 to DonneesValides
               else
                   Move PaysResidFisc2T to PaysSaisi
                   Perform ControlePaysResidence
                   Move PaysSaisi(1:2) to PaysResidFisc2T
               end-if
           end-perform

           Move spaces to NifEtrangerT
           Move spaces to DateAutoCertT
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Fiscalite d'un rachat sur sa seule part de plus-value. Le contrat (CodeProduitOC /
      *  NoContratOC) vaut ValeurFiscaleRachat avant le rachat ; ses primes nettes sont les
      *  versements encaisses ('S'/'V', hors cheques en attente et hors extournes) diminues de la
      *  part de capital deja rendue par les rachats precedents. Le rachat de MontantBrutFiscal
      *  emporte la meme proportion de plus-value que le contrat ; au-dela de AncienneteAbattement
      *  annees de contrat, l'abattement annuel du produit s'impute dessus (cf
      *  CalculAbattementRachat). FiscRachat s'applique au reste - rien si la dispense vaut
      *  (DispenseValide, cf ChargeDispenseFiscale)
      *-----------------------------------------------------------------------------------------------
       CalculFiscaliteRachat.
           Move 0 to AbattementRachat
           Move 0 to FiscaliteRachat
           Perform CalculPartPlusValueRachat

           If AbattementAnnuel of Tab > 0 and PartPlusValueRachat > 0
               Perform CalculAbattementRachat
           end-if

           If DispenseValide = 0
               Compute FiscaliteRachat rounded =
                   (PartPlusValueRachat - AbattementRachat) * FiscRachat of Tab
           end-if.

      *    Part de plus-value emportee par MontantBrutFiscal sur le contrat CodeProduitOC /
      *    NoContratOC valant ValeurFiscaleRachat - rachat, ou debit d'un transfert interne
      *    (cf TransfertInterne-PlusValue)
       CalculPartPlusValueRachat.
           Move 0 to PartPlusValueRachat
           Move 0 to PrimesVerseesFiscal
           Move 0 to PrimesExtourneesFiscal
           Move 0 to CapitalRenduFiscal
           Move 0 to PlusValuesTransFiscal
           Move spaces to DateEffetFiscal
           Move 0 to TiersFiscal
           Move 0 to CoSouscrFiscal

      *    Contrat recu par transfert entrant : l'anciennete court depuis l'ouverture d'origine
           EXEC SQL
               SELECT COALESCE(DateAnteriorite, DateEffet), TiersSouscr, COALESCE(CoSouscripteur, 0)
               INTO :DateEffetFiscal, :TiersFiscal, :CoSouscrFiscal
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation), 0)
               INTO :PrimesVerseesFiscal
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND (TypeOperation = 'S' OR TypeOperation = 'V')
               AND COALESCE(StatutReglement, ' ') <> 'A')
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(X.MontantOperation), 0)
               INTO :PrimesExtourneesFiscal
               FROM OperationsCompte X, OperationsCompte O
               WHERE X.CodeProduit = :CodeProduitOC
               AND X.NoContrat = :NoContratOC
               AND X.TypeOperation = 'X'
               AND O.CodeProduit = X.CodeProduit
               AND O.NoContrat = X.NoContrat
               AND O.NoOperation = X.NoOperationOrigine
               AND (O.TypeOperation = 'S' OR O.TypeOperation = 'V')
           END-EXEC

      *    Rachats anterieurs sans part de plus-value enregistree : tout
      *    leur montant compte comme capital rendu
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation - COALESCE(PartPlusValue, 0)), 0)
               INTO :CapitalRenduFiscal
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND TypeOperation = 'R')
           END-EXEC

      *    Contrat recu par transfert entrant : sa souscription 'S' porte tout le montant
      *    transfere, dont les plus-values acquises chez l'etablissement d'origine - elles ne
      *    sont pas des primes (cf TransfertsEntrants)
           EXEC SQL
               SELECT COALESCE(SUM(MontantPlusValues), 0)
               INTO :PlusValuesTransFiscal
               FROM TransfertsEntrants
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND EtatTransfert = 'R')
           END-EXEC

      *    Credit recu d'un transfert interne (arbitrage, partage) : la part de plus-value
      *    emportee du contrat source n'est pas une prime (cf TransfertInterne-PlusValue)
           EXEC SQL
               SELECT COALESCE(SUM(MontantPlusValues), 0)
               INTO :PlusValuesInterneFiscal
               FROM TransfertsContrat
               WHERE (CodeProduitDst = :CodeProduitOC
               AND NoContratDst = :NoContratOC)
           END-EXEC
           Add PlusValuesInterneFiscal to PlusValuesTransFiscal

           Compute PrimesNettesFiscal =
               PrimesVerseesFiscal - PrimesExtourneesFiscal - CapitalRenduFiscal
               - PlusValuesTransFiscal
           If PrimesNettesFiscal < 0
               Move 0 to PrimesNettesFiscal
           end-if

           If ValeurFiscaleRachat > PrimesNettesFiscal
               Compute PlusValueContrat = ValeurFiscaleRachat - PrimesNettesFiscal
               Compute PartPlusValueRachat rounded =
                   MontantBrutFiscal * PlusValueContrat / ValeurFiscaleRachat
               If PartPlusValueRachat > PlusValueContrat
                   Move PlusValueContrat to PartPlusValueRachat
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Abattement annuel sur la plus-value d'un contrat de plus de AncienneteAbattement annees :
      *  AbattementAnnuel du produit, double sur un contrat conjoint (CoSouscripteur), diminue de
      *  l'abattement deja impute dans l'annee sur les rachats de tous les contrats du souscripteur.
      *  Souscripteur membre d'un foyer confirme : l'abattement est celui du foyer - double si
      *  le foyer compte un chef et un conjoint, diminue de l'abattement impute sur les contrats
      *  de tous les membres (enfants a charge compris)
      *-----------------------------------------------------------------------------------------------
       CalculAbattementRachat.
           Move 0 to AncienneteFiscale
           Unstring DateEffetFiscal delimited by '-' into
               AnneeEffetFiscal MoisEffetFiscal JourEffetFiscal
           end-unstring
           If AnneeEffetFiscal is numeric and MoisEffetFiscal is numeric
            and JourEffetFiscal is numeric
               Compute AncienneteFiscale = Annee of DateTraitement - AnneeEffetFiscal
               If Mois of DateTraitement < MoisEffetFiscal
                or (Mois of DateTraitement = MoisEffetFiscal
                    and Jour of DateTraitement < JourEffetFiscal)
                   Subtract 1 from AncienneteFiscale
               end-if
           end-if

           If AncienneteFiscale >= AncienneteAbattement of Tab
               Move AbattementAnnuel of Tab to AbattementDisponible
               Perform RechercheFoyerFiscal
               If CoSouscrFiscal > 0 or FoyerFiscalCouple = 1
                   Multiply 2 by AbattementDisponible
               end-if

               Move spaces to AnneeFiscaleRecherche
               String Annee of DateTraitement "-%" delimited by size
                   into AnneeFiscaleRecherche
               end-string
               Move 0 to AbattementConsomme
               If NoFoyerFiscal > 0
                   EXEC SQL
                       SELECT COALESCE(SUM(OC.AbattementFiscal), 0)
                       INTO :AbattementConsomme
                       FROM OperationsCompte OC, ProduitsClient PC
                       WHERE OC.CodeProduit = PC.CodeProduit
                       AND OC.NoContrat = PC.NoContrat
                       AND OC.TypeOperation = 'R'
                       AND OC.DateOperation LIKE :AnneeFiscaleRecherche
                       AND (PC.TiersSouscr IN
                             (SELECT MF.IdTiers FROM MembresFoyer MF
                              WHERE MF.NoFoyer = :NoFoyerFiscal)
                        OR PC.CoSouscripteur IN
                             (SELECT MF.IdTiers FROM MembresFoyer MF
                              WHERE MF.NoFoyer = :NoFoyerFiscal))
                   END-EXEC
               else
                   EXEC SQL
                       SELECT COALESCE(SUM(OC.AbattementFiscal), 0)
                       INTO :AbattementConsomme
                       FROM OperationsCompte OC, ProduitsClient PC
                       WHERE OC.CodeProduit = PC.CodeProduit
                       AND OC.NoContrat = PC.NoContrat
                       AND OC.TypeOperation = 'R'
                       AND OC.DateOperation LIKE :AnneeFiscaleRecherche
                       AND (PC.TiersSouscr = :TiersFiscal
                        OR PC.CoSouscripteur = :TiersFiscal)
                   END-EXEC
               end-if

               If AbattementConsomme < AbattementDisponible
                   Subtract AbattementConsomme from AbattementDisponible
                   If PartPlusValueRachat < AbattementDisponible
                       Move PartPlusValueRachat to AbattementRachat
                   else
                       Move AbattementDisponible to AbattementRachat
                   end-if
               end-if
           end-if.

       RechercheFoyerFiscal.
           Move 0 to NoFoyerFiscal
           Move 0 to FoyerFiscalCouple
           EXEC SQL
               SELECT F.NoFoyer
               INTO :NoFoyerFiscal
               FROM MembresFoyer MF, Foyers F
               WHERE (MF.IdTiers = :TiersFiscal
               AND F.NoFoyer = MF.NoFoyer
               AND F.EtatFoyer = 'A')
           END-EXEC
           If SQLCODE <> 0
               Move 0 to NoFoyerFiscal
           end-if

           If NoFoyerFiscal > 0
               Move 0 to NbRolesFoyer
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbRolesFoyer
                   FROM MembresFoyer
                   WHERE (NoFoyer = :NoFoyerFiscal
                   AND (RoleFoyer = 'C' OR RoleFoyer = 'J'))
               END-EXEC
               If NbRolesFoyer >= 2
                   Move 1 to FoyerFiscalCouple
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Part de plus-value et abattement portes sur la ligne 'R' qui vient d'etre posee
      *  (NoOperationOC) : assiette des rachats suivants et de la declaration ExtraitFiscalIFU
      *-----------------------------------------------------------------------------------------------
       MarqueFiscaliteRachat.
           Move PartPlusValueRachat to PartPlusValueOC
           Move AbattementRachat to AbattementFiscalOC
           Perform MarqueFiscaliteLigneR.

       MarqueFiscaliteLigneR.
           EXEC SQL
               UPDATE OperationsCompte
               SET PartPlusValue = :PartPlusValueOC,
                   AbattementFiscal = :AbattementFiscalOC
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOC)
           END-EXEC.

      *    Ligne 'R' qui n'est pas un rachat imposable (transfert sortant, reglement en
      *    succession) : part de plus-value et abattement a zero - ExtraitFiscalIFU ne la
      *    declare pas et l'abattement de l'annee n'est pas entame
       MarqueLigneRNonImposable.
           Move 0 to PartPlusValueOC
           Move 0 to AbattementFiscalOC
           Perform MarqueFiscaliteLigneR.

      *-----------------------------------------------------------------------------------------------
      *  Part de plus-value emportee par le debit d'un transfert interne (arbitrage, partage) de
      *  MontantOperationOC sur le contrat source CodeProduitOC / NoContratOC, avant son debit :
      *  meme proportion que le contrat (cf CalculPartPlusValueRachat). Elle est portee sur la
      *  ligne 'R' sans abattement et reprise par le contrat destination dans TransfertsContrat
      *  (MontantPlusValues) - le transfert n'est pas imposable, ExtraitFiscalIFU ne declare pas
      *  un debit lie a un transfert interne
      *-----------------------------------------------------------------------------------------------
       TransfertInterne-PlusValue.
           Move 0 to ValeurFiscaleRachat
           EXEC SQL
               SELECT ValeurCourante
               INTO :ValeurFiscaleRachat
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC
           Move 0 to PartPlusValueRachat
           If SQLCODE = 0 and ValeurFiscaleRachat > 0
               Move MontantOperationOC to MontantBrutFiscal
               Perform CalculPartPlusValueRachat
           end-if
           Move PartPlusValueRachat to MontantPlusValuesTC.

      *    Part de plus-value du transfert interne portee sur le debit 'R' qui vient d'etre pose
       TransfertInterne-MarqueDebit.
           Move MontantPlusValuesTC to PartPlusValueOC
           Move 0 to AbattementFiscalOC
           Perform MarqueFiscaliteLigneR.

      *-----------------------------------------------------------------------------------------------
      *  Penalite de sortie d'un rachat de MontantBrutPenalite sur le contrat CodeProduitOC /
      *  NoContratOC : version du bareme du produit en vigueur a DateVersionRecherche (la plus
      *  recente dont la DateEffet la precede ou l'egale), taux de l'annee de contrat atteinte a
      *  DateTraitement (anciennete en annees pleines depuis DateEffet, + 1). Pas de version, ou
      *  annee absente de la version = pas de penalite. Les reglements exoneres (deces,
      *  renonciation, echeance) ne passent pas ici
      *-----------------------------------------------------------------------------------------------
       CalculPenaliteRachat.
           Move 0 to PenaliteRachat
           Move 0 to TauxPenaliteRachat
           Move spaces to DateVersionPenalite

           If NbLignePenalite > 0
               Move spaces to DateEffetPenalite
      *        Contrat recu par transfert entrant : anciennete depuis l'ouverture d'origine
               EXEC SQL
                   SELECT COALESCE(DateAnteriorite, DateEffet)
                   INTO :DateEffetPenalite
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC)
               END-EXEC

               Move 0 to AnneeContratPenalite
               Unstring DateEffetPenalite delimited by '-' into
                   AnneeEffetPenalite MoisEffetPenalite JourEffetPenalite
               end-unstring
               If AnneeEffetPenalite is numeric and MoisEffetPenalite is numeric
                and JourEffetPenalite is numeric
                   Compute AnneeContratPenalite = Annee of DateTraitement - AnneeEffetPenalite
                   If Mois of DateTraitement < MoisEffetPenalite
                    or (Mois of DateTraitement = MoisEffetPenalite
                        and Jour of DateTraitement < JourEffetPenalite)
                       Subtract 1 from AnneeContratPenalite
                   end-if
               end-if
               Add 1 to AnneeContratPenalite

               Move 1 to IndexPenalite
               Perform RechercheVersionPenalite
                   until IndexPenalite > NbLignePenalite

               If DateVersionPenalite not = spaces
                   Move 1 to IndexPenalite
                   Perform RechercheTauxPenalite
                       until IndexPenalite > NbLignePenalite
                   Compute PenaliteRachat rounded =
                       MontantBrutPenalite * TauxPenaliteRachat
               end-if
           end-if.

       RechercheVersionPenalite.
           If CodeProduitPen of lignePenalite(IndexPenalite) = CodeProduitOC
            and DateEffetPen of lignePenalite(IndexPenalite) <= DateVersionRecherche
            and DateEffetPen of lignePenalite(IndexPenalite) > DateVersionPenalite
               Move DateEffetPen of lignePenalite(IndexPenalite) to DateVersionPenalite
           end-if
           Add 1 to IndexPenalite.

       RechercheTauxPenalite.
           If CodeProduitPen of lignePenalite(IndexPenalite) = CodeProduitOC
            and DateEffetPen of lignePenalite(IndexPenalite) = DateVersionPenalite
            and AnneeContratPen of lignePenalite(IndexPenalite) = AnneeContratPenalite
               Move TauxPenalite of lignePenalite(IndexPenalite) to TauxPenaliteRachat
           end-if
           Add 1 to IndexPenalite.

      *-----------------------------------------------------------------------------------------------
      *  Ligne 'F' de nature 'P' (penalite de sortie, montant dans MontantOperationOC) posee en
      *  fin de contrat, apres le rachat et sa fiscalite - DateOperationOC / OperateurOC deja
      *  prepares par l'appelant
      *-----------------------------------------------------------------------------------------------
       PosePenaliteRachat.
           Move 'F' to TypeOperationOC
           Move 'P' to NatureFraisOC

           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC.
           Add 1 to NoOperationOC

           EXEC SQL
               INSERT INTO OperationsCompte
                   (CodeProduit
                   ,NoContrat
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,Operateur
                   ,NatureFrais)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:OperateurOC
                   ,:NatureFraisOC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OperationsCompte " at line 24 Col 2 foreground-color is 2 highlight
               Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
           end-if
           Move space to NatureFraisOC.

      *-----------------------------------------------------------------------------------------------
      *  Frais de gestion au prorata de l'annee de cloture sur CodeProduitOC / NoContratOC (Tab
      *  deja charge) : taux derogatoire sous DerogFrais, sinon FraisGestion du produit, sur le
      *  cumul solde x jours du 1er janvier de l'annee de traitement (ou de la date d'effet) au
      *  jour de cloture exclu, ramene aux jours de l'annee - meme rejeu que FraisGestionAnnuel.
      *  Resultat dans FraisGestionCloture, plafonne a ValeurCourantePC ; rien si l'annee porte
      *  deja sa ligne de frais de gestion
      *-----------------------------------------------------------------------------------------------
       CalculFraisGestionCloture.
           Move 0 to FraisGestionCloture
           Move 0 to DerogFraisGestion
           Move 0 to TauxGestionDerogContrat
           Move spaces to DateEffetGestion
           EXEC SQL
               SELECT COALESCE(DerogFrais, 0), COALESCE(FraisGestionDerog, 0), DateEffet
               INTO :DerogFraisGestion, :TauxGestionDerogContrat, :DateEffetGestion
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC
           If DerogFraisGestion = 1
               Move TauxGestionDerogContrat to TauxGestionApplique
           else
               Move FraisGestion of Tab to TauxGestionApplique
           end-if

           Move spaces to AnneeGestionRecherche
           String Annee of DateTraitement "-%" into AnneeGestionRecherche
           end-string
           Move 0 to NbFraisGestionAnnee
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbFraisGestionAnnee
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND TypeOperation = 'F'
               AND NatureFrais = 'G'
               AND DateOperation LIKE :AnneeGestionRecherche)
           END-EXEC

           If TauxGestionApplique > 0 and NbFraisGestionAnnee = 0
               String Annee of DateTraitement "-01-01" into DateDebutPeriodeGestion
               end-string
               If DateEffetGestion > DateDebutPeriodeGestion
                   Move DateEffetGestion to DateDebutPeriodeGestion
               end-if
               String Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement into DateFinPeriodeGestion
               end-string

               Perform CalculEncoursGestion
               Compute FraisGestionCloture rounded =
                   CumulSoldeJours * TauxGestionApplique / NbJoursAnneeGestion
               If FraisGestionCloture > ValeurCourantePC
                   Move ValeurCourantePC to FraisGestionCloture
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Cumul solde x jours de DateDebutPeriodeGestion (incluse) a DateFinPeriodeGestion (exclue)
      *  dans CumulSoldeJours, jours de l'annee civile dans NbJoursAnneeGestion : rejeu signe de
      *  l'historique (signes du controle des valeurs), chaque solde pesant sur les jours qui le
      *  separent de l'operation suivante
      *-----------------------------------------------------------------------------------------------
       CalculEncoursGestion.
           EXEC SQL
               DECLARE OperationsGestion-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation,
                 DateOperation, COALESCE(NoOperationOrigine, 0),
                 COALESCE(StatutReglement, ' '), COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
                And DateOperation < :DateFinPeriodeGestion)
                ORDER BY NoOperation
           END-EXEC

           Move DateDebutPeriodeGestion to DateQuantiemeTxt
           Perform ChargeQuantiemeDate
           Move QuantiemeTravail to JourDebutPeriode

           Move DateFinPeriodeGestion to DateQuantiemeTxt
           Perform ChargeQuantiemeDate
           Move QuantiemeTravail to JourFinPeriode

      *    Jours de l'annee civile de la periode (365 ou 366)
           Move DateDebutPeriodeGestion to DateQuantiemeTxt
           Perform ChargeQuantiemeDate
           Move 1 to Mois of DateQuantieme
           Move 1 to Jour of DateQuantieme
           Perform CalculeQuantieme
           Move QuantiemeTravail to JourCourantGestion
           Add 1 to Annee of DateQuantieme
           Perform CalculeQuantieme
           Compute NbJoursAnneeGestion = QuantiemeTravail - JourCourantGestion

           Move 0 to SoldeGestion
           Move 0 to CumulSoldeJours
           Move JourDebutPeriode to JourCourantGestion
           Move space to DernierTypeGestion
           Move 0 to SauterFraisGestion

           EXEC SQL
               OPEN OperationsGestion-Curseur
           END-EXEC
           Move 0 to OperationsGestionEOF
           Perform RejoueOperationGestion until OperationsGestionEOF = 1
           EXEC SQL
               CLOSE OperationsGestion-Curseur
           END-EXEC

           If JourFinPeriode > JourCourantGestion and SoldeGestion > 0
               Compute CumulSoldeJours = CumulSoldeJours
                   + SoldeGestion * (JourFinPeriode - JourCourantGestion)
           end-if.

       RejoueOperationGestion.
           EXEC SQL
               FETCH OperationsGestion-Curseur
                   INTO :NoOperationOC, :TypeOperationOC,
                    :MontantOperationOC, :DateOperationOC,
                    :NoOperationOrigineOC, :StatutReglementOC,
                    :NatureFraisOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to OperationsGestionEOF
           else
               Move DateOperationOC to DateQuantiemeTxt
               Perform ChargeQuantiemeDate
               If QuantiemeTravail > JourCourantGestion
                   If SoldeGestion > 0
                       Compute CumulSoldeJours = CumulSoldeJours
                           + SoldeGestion * (QuantiemeTravail - JourCourantGestion)
                   end-if
                   Move QuantiemeTravail to JourCourantGestion
               end-if
               Perform AppliqueOperationGestion
           end-if.

      *    Un cheque non encaisse n'a pas credite la valeur : lui et sa
      *    ligne de frais sont hors du rejeu ; les frais de gestion ('G')
      *    debitent quel que soit le mouvement qui precede
       AppliqueOperationGestion.
           If TypeOperationOC = 'V' and StatutReglementOC = 'A'
               Move 1 to SauterFraisGestion
               Move 'V' to DernierTypeGestion
           else
           If TypeOperationOC = 'F' and SauterFraisGestion = 1
               Move 0 to SauterFraisGestion
           else
           Evaluate TypeOperationOC
               When 'S'
                   Add MontantOperationOC to SoldeGestion
                   Move 'S' to DernierTypeGestion
               When 'A'
                   Add MontantOperationOC to SoldeGestion
                   Move 'A' to DernierTypeGestion
               When 'V'
                   Add MontantOperationOC to SoldeGestion
                   Move 'V' to DernierTypeGestion
               When 'R'
                   Subtract MontantOperationOC from SoldeGestion
                   Move 'R' to DernierTypeGestion
               When 'I'
                   Add MontantOperationOC to SoldeGestion
                   Move 'I' to DernierTypeGestion
               When 'B'
                   Add MontantOperationOC to SoldeGestion
                   Move 'B' to DernierTypeGestion
               When 'D'
                   Add MontantOperationOC to SoldeGestion
                   Move 'D' to DernierTypeGestion
               When 'C'
                   Add MontantOperationOC to SoldeGestion
                   Move 'C' to DernierTypeGestion
               When 'P'
                   Subtract MontantOperationOC from SoldeGestion
                   Move 'P' to DernierTypeGestion
               When 'F'
                   If DernierTypeGestion = 'R'
                   and NatureFraisOC not = 'G'
                       Add MontantOperationOC to SoldeGestion
                   else
                       Subtract MontantOperationOC from SoldeGestion
                   end-if
               When 'X'
                   Perform RejoueExtourneGestion
               When other
                   continue
           End-evaluate
           end-if
           end-if.

       RejoueExtourneGestion.
           Move space to TypeOrigineGestion
           Move space to NatureOrigineGestion
           EXEC SQL
               SELECT TypeOperation, COALESCE(NatureFrais, ' ')
               INTO :TypeOrigineGestion, :NatureOrigineGestion
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOrigineOC)
           END-EXEC

           Evaluate TypeOrigineGestion
               When 'S'
                   Subtract MontantOperationOC from SoldeGestion
               When 'V'
                   Subtract MontantOperationOC from SoldeGestion
               When 'I'
                   Subtract MontantOperationOC from SoldeGestion
               When 'B'
                   Subtract MontantOperationOC from SoldeGestion
               When 'D'
                   Subtract MontantOperationOC from SoldeGestion
               When 'C'
                   Subtract MontantOperationOC from SoldeGestion
               When 'R'
                   Add MontantOperationOC to SoldeGestion
               When 'P'
                   Add MontantOperationOC to SoldeGestion
               When 'F'
                   Move space to TypeParentGestion
                   Compute NoOperationParentGest = NoOperationOrigineOC - 1
                   EXEC SQL
                       SELECT TypeOperation
                       INTO :TypeParentGestion
                       FROM OperationsCompte
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC
                       AND NoOperation =
                           (SELECT MAX(NoOperation)
                            FROM OperationsCompte
                            WHERE CodeProduit = :CodeProduitOC
                            AND NoContrat = :NoContratOC
                            AND NoOperation <= :NoOperationParentGest
                            AND TypeOperation <> 'F'))
                   END-EXEC
                   If TypeParentGestion = 'R'
                   and NatureOrigineGestion not = 'G'
                       Subtract MontantOperationOC from SoldeGestion
                   else
                       Add MontantOperationOC to SoldeGestion
                   end-if
               When other
                   continue
           End-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Ligne 'F' de nature 'G' (frais de gestion de cloture, montant dans FraisGestionCloture)
      *  datee du jour de traitement - OperateurOC deja prepare par l'appelant
      *-----------------------------------------------------------------------------------------------
       PoseFraisGestionCloture.
           Move 'F' to TypeOperationOC
           Move 'G' to NatureFraisOC
           Move FraisGestionCloture to MontantOperationOC

           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC.
           Add 1 to NoOperationOC

           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateOperationOC
           end-string

           EXEC SQL
               INSERT INTO OperationsCompte
                   (CodeProduit
                   ,NoContrat
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,Operateur
                   ,NatureFrais)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:OperateurOC
                   ,:NatureFraisOC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OperationsCompte " at line 24 Col 2 foreground-color is 2 highlight
               Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
           end-if
           Move space to NatureFraisOC.

      *-----------------------------------------------------------------------------------------------
      *  MENU 9 - Gestion des banques : liste des banques connues + ajout, alimente le
      *  controle des CodeBanqueT/CodeBanqueTB saisis dans GestionTiers-trt/GestionTiersBenef-Trt
      *-----------------------------------------------------------------------------------------------
       GestionBanque.
           perform GestionBanque-init.
           perform GestionBanque-trt until ChoixGestionBanque = 'A' or = 'a'.
           perform GestionBanque-fin.

       GestionBanque-init.
           Move space to ChoixGestionBanque

           Call 'ConnectSQL' using cnxDb

               continue
           end-if.

       GestionBanque-trt.
           display M-Banque

           EXEC SQL
               OPEN Banque-Curseur
           END-EXEC.

           Move 0 to BanqueEOF
           Move 6 to LigneBanque

           Perform until BanqueEOF = 1
               EXEC SQL
                   FETCH Banque-Curseur
                       INTO :CodeBanque, :NomBanque
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to BanqueEOF
               else
                   Display CodeBanque at line LigneBanque col 2 foreground-color is 3 highlight
                   Display NomBanque at line LigneBanque col 8 foreground-color is 3 highlight
                   Add 1 to LigneBanque
                   If LigneBanque > 20
                       Move 1 to BanqueEOF
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE Banque-Curseur
           END-EXEC.

           Move 0 to CodeBanque
           accept CodeBanque at line 23 col 40 foreground-color is 3 Highlight.

           If CodeBanque = 0
               Move 'A' to ChoixGestionBanque
           else
               Move spaces to NomBanque
               accept NomBanque at line 24 col 40 foreground-color is 3 Highlight

               EXEC SQL
                   INSERT INTO Banque
                       (CodeBanque, NomBanque)
                   VALUES
                       (:CodeBanque, :NomBanque)
               END-EXEC

               If SQLCODE <> 0
                   Display " Erreur : Banque " at line 24 Col 2 foreground-color is 2 highlight
                   Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
               else
                   move " Banque enregistree " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               end-if
               display M-ResetEcran
           end-if.

       GestionBanque-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 8 - Listing du portefeuille de contrats (par souscripteur, par produit,
      *  ou par etat) - s'appuie sur les curseurs ProduitsClient-Curseur-Souscr/
      *  -Produit/-Etat de Copybook-SQL.cpy
      *-----------------------------------------------------------------------------------------------
      *  MENU 41 - Gestion des employeurs (schemas collectifs d'entreprise) : liste du
      *  referentiel puis creation ou mise a jour (un numero deja connu est mis a jour) -
      *  meme ossature que la gestion des banques. L'IBAN declare sert au rapprochement du
      *  credit global des remises collectives (cf ImportVersementsEmployeur et
      *  RapprochementBancaire)
      *-----------------------------------------------------------------------------------------------
       GestionEmployeurs.
           perform GestionEmployeurs-init.
           perform GestionEmployeurs-trt until ChoixGestionEmployeurs = 'A'.
           perform GestionEmployeurs-fin.

       GestionEmployeurs-init.
           Move space to ChoixGestionEmployeurs

           Call 'ConnectSQL' using cnxDb

               continue
           end-if.

       GestionEmployeurs-trt.
           display M-Employeurs

           EXEC SQL
               OPEN Employeurs-Curseur
           END-EXEC.

           Move 0 to EmployeursEOF
           Move 6 to LigneEmployeur

           perform until EmployeursEOF = 1
               EXEC SQL
                   FETCH Employeurs-Curseur
                       INTO :NoEmployeurEM, :RaisonSocialeEM, :SirenEM,
                        :IbanEM, :ActifEM
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to EmployeursEOF
               else
                   Display NoEmployeurEM at line LigneEmployeur col 2 foreground-color is 3 highlight
                   Display RaisonSocialeEM at line LigneEmployeur col 9 foreground-color is 3 highlight
                   Display SirenEM at line LigneEmployeur col 50 foreground-color is 3 highlight
                   Display ActifEM at line LigneEmployeur col 62 foreground-color is 3 highlight
                   Add 1 to LigneEmployeur
                   If LigneEmployeur > 18
                       Move 1 to EmployeursEOF
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE Employeurs-Curseur
           END-EXEC.

           Move 0 to NoEmployeurSaisi
           accept NoEmployeurSaisi at line 20 col 33 foreground-color is 3 Highlight

           If NoEmployeurSaisi = 0
               Move 'A' to ChoixGestionEmployeurs
           else
               Move NoEmployeurSaisi to NoEmployeurEM
               Move spaces to RaisonSocialeEM
               accept RaisonSocialeEM at line 21 col 33 required foreground-color is 3 Highlight
               Move spaces to SirenEM
               accept SirenEM at line 22 col 33 foreground-color is 3 Highlight
               Move spaces to IbanEM
               accept IbanEM at line 23 col 33 required foreground-color is 3 Highlight
               Move Function Upper-case(IbanEM) to IbanEM

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept ActifEM at line 24 col 33 foreground-color is 3 Highlight
                   evaluate ActifEM
                       when 0
                       when 1
                           move 1 to DonneesValides
                       when other
                           move " Saisie non valide : 1 (actif) ou 0 (desactive) " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform

      *        Un numero deja connu est mis a jour, sinon il est cree
               EXEC SQL
                   UPDATE Employeurs
                   SET RaisonSociale = :RaisonSocialeEM,
                       Siren = :SirenEM,
                       Iban = :IbanEM,
                       Actif = :ActifEM
                   WHERE NoEmployeur = :NoEmployeurEM
               END-EXEC

               If SQLCODE = 100
                   EXEC SQL
                       INSERT INTO Employeurs
                           (NoEmployeur, RaisonSociale, Siren, Iban, Actif)
                       VALUES
                           (:NoEmployeurEM, :RaisonSocialeEM, :SirenEM,
                            :IbanEM, :ActifEM)
                   END-EXEC
               end-if

               If SQLCODE <> 0
                   Display " Erreur : Employeurs " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   accept FinInsertion at line 25 col 75
               else
                   move " Employeur enregistre " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               end-if
               display M-ResetEcran
           end-if.

       GestionEmployeurs-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 46 - Gestion des agences du reseau (profil superviseur) : liste du referentiel
      *  puis creation ou mise a jour (un code deja connu est mis a jour) - meme ossature que
      *  la gestion des employeurs. Le code est celui des fichiers de versements d'agence (cf
      *  ImportVersementsAgence), la region alimente les ventilations de direction regionale
      *  (RapportPortefeuilleAgences, TableauBordProduction, CommissionsOperateurs). Une agence
      *  n'est jamais supprimee : fermee ou fusionnee, elle passe inactive et garde ses contrats
      *-----------------------------------------------------------------------------------------------
       GestionAgences.
           perform GestionAgences-init.
           perform GestionAgences-trt until ChoixGestionAgences = 'A'.
           perform GestionAgences-fin.

       GestionAgences-init.
           Move space to ChoixGestionAgences

           Call 'ConnectSQL' using cnxDb

               continue
           end-if.

       GestionAgences-trt.
           display M-Agences

           EXEC SQL
               OPEN Agences-Curseur
           END-EXEC.

           Move 0 to AgencesEOF
           Move 6 to LigneAgence

           perform until AgencesEOF = 1
               EXEC SQL
                   FETCH Agences-Curseur
                       INTO :CodeAgenceAG, :NomAgenceAG, :RegionAG, :ActifAgenceAG
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to AgencesEOF
               else
                   Display CodeAgenceAG at line LigneAgence col 2 foreground-color is 3 highlight
                   Display NomAgenceAG at line LigneAgence col 9 foreground-color is 3 highlight
                   Display RegionAG at line LigneAgence col 41 foreground-color is 3 highlight
                   Display ActifAgenceAG at line LigneAgence col 63 foreground-color is 3 highlight
                   Add 1 to LigneAgence
                   If LigneAgence > 20
                       Move 1 to AgencesEOF
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE Agences-Curseur
           END-EXEC.

           Move spaces to CodeAgenceAG
           accept CodeAgenceAG at line 21 col 36 foreground-color is 3 Highlight
           Move Function Upper-case(CodeAgenceAG) to CodeAgenceAG

           If CodeAgenceAG = spaces
               Move 'A' to ChoixGestionAgences
           else
               Move spaces to NomAgenceAG
               accept NomAgenceAG at line 22 col 36 required foreground-color is 3 Highlight
               Move spaces to RegionAG
               accept RegionAG at line 23 col 36 required foreground-color is 3 Highlight
               Move Function Upper-case(RegionAG) to RegionAG

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept ActifAgenceAG at line 24 col 36 foreground-color is 3 Highlight
                   evaluate ActifAgenceAG
                       when 0
                       when 1
                           move 1 to DonneesValides
                       when other
                           move " Saisie non valide : 1 (active) ou 0 (fermee) " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform

      *        Un code deja connu est mis a jour, sinon il est cree
               EXEC SQL
                   UPDATE Agences
                   SET NomAgence = :NomAgenceAG,
                       Region = :RegionAG,
                       Actif = :ActifAgenceAG
                   WHERE CodeAgence = :CodeAgenceAG
               END-EXEC

               If SQLCODE = 100
                   EXEC SQL
                       INSERT INTO Agences
                           (CodeAgence, NomAgence, Region, Actif)
                       VALUES
                           (:CodeAgenceAG, :NomAgenceAG, :RegionAG,
                            :ActifAgenceAG)
                   END-EXEC
               end-if

               If SQLCODE <> 0
                   Display " Erreur : Agences " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   accept FinInsertion at line 25 col 75
               else
                   move " Agence enregistree " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               end-if
               display M-ResetEcran
           end-if.

       GestionAgences-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 47 - Registre des reclamations clients : une reclamation porte sur un Tiers et,
      *  le cas echeant, sur l'un de ses contrats (souscripteur, co-souscripteur ou beneficiaire).
      *  Saisie avec canal, categorie et date de reception, accuse de reception, puis reponse
      *  avec son issue. L'indemnite accordee est creditee sur le contrat en operation 'C'
      *  (superviseur, journee ouverte, contrat verrouille) dans la meme transaction que la
      *  reponse. Echeances legales suivies par EcheancesReclamations, rapport annuel au
      *  regulateur par RapportReclamations
      *-----------------------------------------------------------------------------------------------
       GestionReclamations.
           perform GestionReclamations-init.
           perform GestionReclamations-trt until ChoixReclamations = '0'.
           perform GestionReclamations-fin.

       GestionReclamations-init.
           Move space to ChoixReclamations
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateJourReclamation
           end-string

           Call 'ConnectSQL' using cnxDb

               continue
           end-if.

           EXEC SQL
               SET AUTOCOMMIT OFF
           END-EXEC.

       GestionReclamations-trt.
           Move 0 to ReclamTiersTrouve
           display M-Reclamations
           Move 0 to IdTiersRL
           Accept IdTiersRL at line 4 col 35 required foreground-color is 3 highlight

           If IdTiersRL = 0
               Move '0' to ChoixReclamations
           else
               EXEC SQL
                   SELECT Nom
                   INTO :Nom
                   FROM TiersSB
                   WHERE IdTiers = :IdTiersRL
               END-EXEC

               If SQLCODE = 100
                   Display " Erreur : Tiers non trouve - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Move 1 to ReclamTiersTrouve
               end-if
           end-if.

           If ReclamTiersTrouve = 1
               Display Nom of TiersSouscrBenef at line 4 col 46 foreground-color is 2 highlight
               Perform GestionReclamations-Liste

               accept ChoixReclamations at line 15 col 68 required foreground-color is 3 highlight
               Move Function Upper-case(ChoixReclamations) to ChoixReclamations

               evaluate ChoixReclamations
                   When 'N'
                       Perform GestionReclamations-Nouvelle
                       Move space to ChoixReclamations
                   When 'A'
                       Perform GestionReclamations-Accuse
                       Move space to ChoixReclamations
                   When 'R'
                       Perform GestionReclamations-Reponse
                       Move space to ChoixReclamations
                   When '0'
                       continue
                   When other
                       Move space to ChoixReclamations
               end-evaluate
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Reclamations du Tiers, les plus recentes d'abord (lignes 8 a 13 de M-Reclamations)
      *-----------------------------------------------------------------------------------------------
       GestionReclamations-Liste.
           Move 0 to ReclamationsEOF
           Move 8 to LigneReclamations

           EXEC SQL
               OPEN Reclamations-Curseur
           END-EXEC

           perform GestionReclamations-Ligne until ReclamationsEOF = 1

           EXEC SQL
               CLOSE Reclamations-Curseur
           END-EXEC.

       GestionReclamations-Ligne.
           EXEC SQL
               FETCH Reclamations-Curseur
                   INTO :NoReclamationRL, :CodeProduitRL, :NoContratRL,
                    :CanalRL, :CategorieRL, :DateReceptionRL, :DateAccuseRL,
                    :DateReponseRL, :IssueRL, :MontantIndemniteRL
           END-EXEC

           If SQLCODE <> 0
               Move 1 to ReclamationsEOF
           else
               If LigneReclamations > 13
                   Display " ... autres reclamations non affichees" at line 14 col 2 foreground-color is 2 highlight
                   Move 1 to ReclamationsEOF
               else
                   Display NoReclamationRL at line LigneReclamations col 2 foreground-color is 3 highlight
                   If NoContratRL not = 0
                       Display CodeProduitRL at line LigneReclamations col 11 foreground-color is 3 highlight
                       Display NoContratRL at line LigneReclamations col 13 foreground-color is 3 highlight
                   end-if
                   Display CanalRL at line LigneReclamations col 24 foreground-color is 3 highlight
                   Display CategorieRL at line LigneReclamations col 29 foreground-color is 3 highlight
                   Display DateReceptionRL at line LigneReclamations col 32 foreground-color is 3 highlight
                   Display DateAccuseRL at line LigneReclamations col 43 foreground-color is 3 highlight
                   Display DateReponseRL at line LigneReclamations col 54 foreground-color is 3 highlight
                   Display IssueRL at line LigneReclamations col 66 foreground-color is 3 highlight
                   If MontantIndemniteRL > 0
                       Move MontantIndemniteRL to IndemniteDisplay
                       Display IndemniteDisplay at line LigneReclamations col 69 foreground-color is 3 highlight
                   end-if
                   Add 1 to LigneReclamations
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Nouvelle reclamation : contrat facultatif (il doit concerner le Tiers), canal,
      *  categorie, objet et date de reception - les echeances legales partent de cette date
      *-----------------------------------------------------------------------------------------------
       GestionReclamations-Nouvelle.
           Move 1 to ReclamationValide
           Move spaces to CodeProduitRL
           Move 0 to NoContratPCDisplay
           Accept CodeProduitRL at line 16 col 44 foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitRL) to CodeProduitRL
           display CodeProduitRL at line 16 col 44 foreground-color is 3 highlight
           Accept NoContratPCDisplay at line 16 col 46 foreground-color is 3 highlight
           Move NoContratPCDisplay to NoContratRL
           Move CodeProduitRL to CodeProduitCle
           Move NoContratRL to NoContratCle
           Move 16 to LigneCle
           Move 51 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratRL

           If NoContratRL = 0
               Move spaces to CodeProduitRL
           else
               Move 0 to NbContratsReclam
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbContratsReclam
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitRL
                   AND NoContrat = :NoContratRL
                   AND (TiersSouscr = :IdTiersRL
                     OR COALESCE(CoSouscripteur, 0) = :IdTiersRL
                     OR TiersBenefic = :IdTiersRL))
               END-EXEC
               If NbContratsReclam = 0
                   Move 0 to ReclamationValide
                   move " Contrat inconnu ou sans lien avec ce Tiers " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if

           If ReclamationValide = 1
               Perform GestionReclamations-Saisie
           end-if.

       GestionReclamations-Saisie.
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept CanalRL at line 17 col 56 required foreground-color is 3 highlight
               Move Function Upper-case(CanalRL) to CanalRL
               evaluate CanalRL
                   when 'C'
                   when 'E'
                   when 'T'
                   when 'A'
                   when 'W'
                       move 1 to DonneesValides
                   when other
                       move " Saisie non valide : C, E, T, A ou W " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           End-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept CategorieRL at line 18 col 66 required foreground-color is 3 highlight
               Move Function Upper-case(CategorieRL) to CategorieRL
               evaluate CategorieRL
                   when 'I'
                   when 'G'
                   when 'O'
                   when 'F'
                   when 'S'
                   when 'A'
                       move 1 to DonneesValides
                   when other
                       move " Saisie non valide : I, G, O, F, S ou A " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           End-perform

           Move spaces to ObjetRL
           accept ObjetRL at line 19 col 10 required foreground-color is 3 highlight

      *    Reception : au plus tard aujourd'hui (courrier saisi apres coup)
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateExpirationPiece at line 19 col 64 required foreground-color is 3 Highlight
               Accept Mois of DateExpirationPiece at line 19 col 67 required foreground-color is 3 Highlight
               Accept annee of DateExpirationPiece at line 19 col 70 required foreground-color is 3 Highlight

               Perform ValideDatePiece

               If DatePieceTestOK = 'O'
                and DateExpirationPiece not > DateTraitement
                   move 1 to DonneesValides
               else
                   move " Date de reception non valide (au plus tard ce jour) " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           Display " Confirmer (O/N) :" at line 22 col 2 foreground-color is 2 Highlight
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept ConfirmeReclamation at line 22 col 21 required foreground-color is 3 Highlight
               Move Function Upper-case(ConfirmeReclamation) to ConfirmeReclamation
               evaluate ConfirmeReclamation
                   when 'O'
                   when 'N'
                       move 1 to DonneesValides
                   when other
                       move " Saisie non valide : [O]ui ou [N]on" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           End-perform

           If ConfirmeReclamation = 'O'
               Perform GestionReclamations-Enregistre
           end-if.

       GestionReclamations-Enregistre.
           EXEC SQL
               SELECT MAX(NoReclamation)
               INTO :NoReclamationRL
               FROM Reclamations
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoReclamationRL
           end-if
           Add 1 to NoReclamationRL

           String annee of DateExpirationPiece '-'
               Mois of DateExpirationPiece '-'
               jour of DateExpirationPiece into DateReceptionRL
           end-string
           Move CodeOperateur to OperateurRL

           EXEC SQL
               INSERT INTO Reclamations
                   (NoReclamation
                   ,IdTiers
                   ,CodeProduit
                   ,NoContrat
                   ,Canal
                   ,Categorie
                   ,Objet
                   ,DateReception
                   ,MontantIndemnite
                   ,NoOperationIndem
                   ,Operateur)
               VALUES
                   (:NoReclamationRL
                   ,:IdTiersRL
                   ,:CodeProduitRL
                   ,:NoContratRL
                   ,:CanalRL
                   ,:CategorieRL
                   ,:ObjetRL
                   ,:DateReceptionRL
                   ,0
                   ,0
                   ,:OperateurRL)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : Reclamations " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               EXEC SQL
                   ROLLBACK
               END-EXEC
               accept FinInsertion at line 25 col 75
           else
               EXEC SQL
                   COMMIT
               END-EXEC
               move " Reclamation enregistree sous le numero :" & NoReclamationRL to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Accuse de reception a la date du jour (une seule fois)
      *-----------------------------------------------------------------------------------------------
       GestionReclamations-Accuse.
           Move 0 to NoReclamationChoisi
           Accept NoReclamationChoisi at line 16 col 44 required foreground-color is 3 highlight
           Move NoReclamationChoisi to NoReclamationRL
           Move CodeOperateur to OperateurRL

           EXEC SQL
               UPDATE Reclamations
               SET DateAccuse = :DateJourReclamation,
                   Operateur = :OperateurRL
               WHERE (NoReclamation = :NoReclamationRL
               AND IdTiers = :IdTiersRL
               AND DateAccuse IS NULL)
           END-EXEC

           If SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               move " Accuse de reception enregistre " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               move " Reclamation non trouvee pour ce Tiers ou deja accusee " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Reponse : issue (F favorable, P partielle, D defavorable) et indemnite. Une indemnite
      *  non nulle se verse sur le contrat de la reclamation, vivant, par un superviseur - le
      *  contrat est verrouille le temps de l'ecriture. La reponse vaut accuse s'il manquait
      *-----------------------------------------------------------------------------------------------
       GestionReclamations-Reponse.
           Move 0 to NoReclamationChoisi
           Accept NoReclamationChoisi at line 16 col 44 required foreground-color is 3 highlight
           Move NoReclamationChoisi to NoReclamationRL

           EXEC SQL
               SELECT COALESCE(CodeProduit, ' '), COALESCE(NoContrat, 0),
                COALESCE(DateReponse, ' ')
               INTO :CodeProduitRL, :NoContratRL, :DateReponseRL
               FROM Reclamations
               WHERE (NoReclamation = :NoReclamationRL
               AND IdTiers = :IdTiersRL)
           END-EXEC

           evaluate true
               when SQLCODE <> 0
                   move " Reclamation non trouvee pour ce Tiers " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when DateReponseRL not = spaces
                   move " Reclamation deja repondue le " & DateReponseRL to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when other
                   Perform GestionReclamations-SaisieReponse
           end-evaluate.

       GestionReclamations-SaisieReponse.
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept IssueRL at line 20 col 50 required foreground-color is 3 highlight
               Move Function Upper-case(IssueRL) to IssueRL
               evaluate IssueRL
                   when 'F'
                   when 'P'
                   when 'D'
                       move 1 to DonneesValides
                   when other
                       move " Saisie non valide : F, P ou D " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           End-perform

      *    Pas d'indemnite sur une reponse defavorable
           Move 0 to MontantIndemniteRL
           If IssueRL not = 'D'
               Move 0 to MontantVPrg of Saisie-Simulation
               accept MontantVPrg of Saisie-Simulation at line 20 col 64 foreground-color is 3 Highlight
               Move MontantVPrg of Saisie-Simulation to MontantIndemniteRL
           end-if

           Move 1 to ReclamationValide
           Move 0 to VerrouReclamation
           If MontantIndemniteRL > 0
               Perform GestionReclamations-ControleIndemnite
           end-if

           If ReclamationValide = 1
               Display " Confirmer la reponse (O/N) :" at line 22 col 2 foreground-color is 2 Highlight
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Accept ConfirmeReclamation at line 22 col 33 required foreground-color is 3 Highlight
                   Move Function Upper-case(ConfirmeReclamation) to ConfirmeReclamation
                   evaluate ConfirmeReclamation
                       when 'O'
                       when 'N'
                           move 1 to DonneesValides
                       when other
                           move " Saisie non valide : [O]ui ou [N]on" to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               End-perform

               If ConfirmeReclamation = 'O'
                   Perform GestionReclamations-EnregistreReponse
               end-if
           end-if

           If VerrouReclamation = 1
               Perform LibereVerrouContrat
               EXEC SQL
                   COMMIT
               END-EXEC
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Conditions du versement de l'indemnite : superviseur, contrat designe et actif,
      *  journee ouverte, contrat libre (verrou pose, VerrouReclamation = 1)
      *-----------------------------------------------------------------------------------------------
       GestionReclamations-ControleIndemnite.
           Move CodeProduitRL to CodeProduitPC
           Move NoContratRL to NoContratPC
           Move space to EtatProduitPC
           If NoContratRL not = 0
               EXEC SQL
                   SELECT EtatProduit
                   INTO :EtatProduitPC
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC)
               END-EXEC
           end-if

           evaluate true
               when ProfilOperateur not = 'S'
                   Move 0 to ReclamationValide
                   move " Indemnite : validation superviseur requise " to LaInfoAide
               when NoContratRL = 0
                   Move 0 to ReclamationValide
                   move " Indemnite : la reclamation ne designe pas de contrat " to LaInfoAide
               when EtatProduitPC not = 1
                   Move 0 to ReclamationValide
                   move " Indemnite : contrat non actif, reglement hors contrat " to LaInfoAide
               when other
                   continue
           end-evaluate

           If ReclamationValide = 0
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Move "GestionReclamations" to EcranControleJournee
               Perform VerifieJourneeOuverte
               If JourneeOuverte = 0
                   Move 0 to ReclamationValide
               else
                   Move CodeProduitRL to CodeProduitOC
                   Move NoContratRL to NoContratOC
                   Perform PoseVerrouContrat
                   If VerrouRefuse = 1
                       Move 0 to ReclamationValide
                   else
                       Move 1 to VerrouReclamation
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Reponse et indemnite en une seule transaction : ligne 'C' creditee sur le contrat
      *  (meme forme que PoseComplementPlancherDeces), valeur courante, puis la reclamation
      *-----------------------------------------------------------------------------------------------
       GestionReclamations-EnregistreReponse.
           Move 1 to ReclamationOk
           Move 0 to NoOperationIndemRL

           If MontantIndemniteRL > 0
               Move MontantIndemniteRL to MontantOperationOC
               Move 'C' to TypeOperationOC
               Move CodeOperateur to OperateurOC

               EXEC SQL
                   SELECT MAX(NoOperation)
                   INTO :NoOperationOC
                   FROM OperationsCompte
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC)
               END-EXEC
               Add 1 to NoOperationOC
               Move DateJourReclamation to DateOperationOC

               EXEC SQL
                   INSERT INTO OperationsCompte
                       (CodeProduit
                       ,NoContrat
                       ,NoOperation
                       ,TypeOperation
                       ,MontantOperation
                       ,DateOperation
                       ,Operateur)
                   VALUES
                       (:CodeProduitOC
                       ,:NoContratOC
                       ,:NoOperationOC
                       ,:TypeOperationOC
                       ,:MontantOperationOC
                       ,:DateOperationOC
                       ,:OperateurOC)
               END-EXEC

               If SQLCODE <> 0
                   Display " Erreur : OperationsCompte " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to ReclamationOk
               else
                   Move NoOperationOC to NoOperationIndemRL
                   Move CodeOperateur to OperateurPC
                   EXEC SQL
                       UPDATE ProduitsClient
                       SET ValeurCourante = ValeurCourante + :MontantIndemniteRL,
                           Operateur = :OperateurPC
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC)
                   END-EXEC
                   If SQLCODE <> 0
                       Display " Erreur : ProduitsClient " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                       Move 0 to ReclamationOk
                   end-if
               end-if
           end-if

           If ReclamationOk = 1
               Move CodeOperateur to OperateurRL
               EXEC SQL
                   UPDATE Reclamations
                   SET DateReponse = :DateJourReclamation,
                       DateAccuse = COALESCE(DateAccuse, :DateJourReclamation),
                       Issue = :IssueRL,
                       MontantIndemnite = :MontantIndemniteRL,
                       NoOperationIndem = :NoOperationIndemRL,
                       Operateur = :OperateurRL
                   WHERE NoReclamation = :NoReclamationRL
               END-EXEC
               If SQLCODE <> 0
                   Display " Erreur : Reclamations " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to ReclamationOk
               end-if
           end-if

           If ReclamationOk = 1
               EXEC SQL
                   COMMIT
               END-EXEC
               move " Reponse enregistree " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               move " Erreur : reponse annulee, rien n'a ete modifie " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

       GestionReclamations-fin.
           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.

           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 48 - Corbeille des taches operateur : les listes de travail batch (revues KYC,
      *  pieces manquantes ou expirees, echeances, mandats, qualite des donnees, souscriptions
      *  en attente, majorites, saisies, reclamations) y deposent leurs cas (cf AlimenteTache).
      *  Vue de mes taches ou des taches non attribuees, les plus urgentes d'abord ; prise d'une
      *  tache libre, reattribution (titulaire ou superviseur) et cloture avec commentaire -
      *  une tache dont la condition disparait est close d'office par le batch suivant
      *-----------------------------------------------------------------------------------------------
       GestionTaches.
           perform GestionTaches-init.
           perform GestionTaches-trt until VueTaches = '0'.
           perform GestionTaches-fin.

       GestionTaches-init.
           Move space to VueTaches
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateJourTaches
           end-string

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       GestionTaches-trt.
           display M-Taches
           If VueTaches = space
               accept VueTaches at line 4 col 57 required foreground-color is 3 highlight
               Move Function Upper-case(VueTaches) to VueTaches
           end-if

           evaluate VueTaches
               When 'M'
                   Move CodeOperateur to AssigneTA
                   display VueTaches at line 4 col 57 foreground-color is 3 highlight
                   Perform GestionTaches-Liste
                   Perform GestionTaches-Action
               When 'N'
                   Move spaces to AssigneTA
                   display VueTaches at line 4 col 57 foreground-color is 3 highlight
                   Perform GestionTaches-Liste
                   Perform GestionTaches-Action
               When '0'
                   continue
               When other
                   Move space to VueTaches
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Taches ouvertes de la vue, par priorite puis echeance (lignes 8 a 16 de M-Taches)
      *-----------------------------------------------------------------------------------------------
       GestionTaches-Liste.
           Move 0 to TachesEOF
           Move 8 to LigneTaches

           EXEC SQL
               OPEN Taches-Curseur
           END-EXEC

           perform GestionTaches-Ligne until TachesEOF = 1

           EXEC SQL
               CLOSE Taches-Curseur
           END-EXEC.

       GestionTaches-Ligne.
           EXEC SQL
               FETCH Taches-Curseur
                   INTO :NoTacheTA, :TypeTacheTA, :IdTiersTA, :CodeProduitTA,
                    :NoContratTA, :LibelleTA, :DateEcheanceTA, :PrioriteTA
           END-EXEC

           If SQLCODE <> 0
               Move 1 to TachesEOF
           else
               If LigneTaches > 16
                   Display " ... autres taches non affichees" at line 17 col 2 foreground-color is 2 highlight
                   Move 1 to TachesEOF
               else
                   Display NoTacheTA at line LigneTaches col 2 foreground-color is 3 highlight
                   Display TypeTacheTA at line LigneTaches col 11 foreground-color is 3 highlight
                   Display IdTiersTA at line LigneTaches col 18 foreground-color is 3 highlight
                   If NoContratTA not = 0
                       Display CodeProduitTA at line LigneTaches col 27 foreground-color is 3 highlight
                       Display NoContratTA at line LigneTaches col 29 foreground-color is 3 highlight
                   end-if
                   Display DateEcheanceTA at line LigneTaches col 38 foreground-color is 3 highlight
                   Display PrioriteTA at line LigneTaches col 49 foreground-color is 3 highlight
                   Move LibelleTA to LibelleTacheAff
                   Display LibelleTacheAff at line LigneTaches col 51 foreground-color is 3 highlight
                   Add 1 to LigneTaches
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Action sur une tache de la liste - 0 ramene au choix de la vue
      *-----------------------------------------------------------------------------------------------
       GestionTaches-Action.
           Move space to ChoixActionTache
           accept ChoixActionTache at line 18 col 64 required foreground-color is 3 highlight
           Move Function Upper-case(ChoixActionTache) to ChoixActionTache

           evaluate ChoixActionTache
               When 'P'
                   Perform GestionTaches-Prendre
               When 'R'
                   Perform GestionTaches-Reattribue
               When 'C'
                   Perform GestionTaches-Clore
               When '0'
                   Move space to VueTaches
               When other
                   continue
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Tache choisie : encore ouverte, et son titulaire actuel dans AssigneTA (blanc = libre)
      *-----------------------------------------------------------------------------------------------
       GestionTaches-Charge.
           Move 1 to TacheValide
           Move 0 to NoTacheChoisi
           Accept NoTacheChoisi at line 19 col 16 required foreground-color is 3 highlight
           Move NoTacheChoisi to NoTacheTA

           EXEC SQL
               SELECT Assigne, EtatTache
               INTO :AssigneTA, :EtatTacheTA
               FROM Taches
               WHERE NoTache = :NoTacheTA
           END-EXEC

           If SQLCODE <> 0 or EtatTacheTA not = 'O'
               Move 0 to TacheValide
               move " Tache inconnue ou deja close " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *    Reattribution et cloture : reservees au titulaire de la tache (ou a tous si elle est
      *    libre) et au superviseur
       GestionTaches-ControleTitulaire.
           If TacheValide = 1
            and AssigneTA not = spaces
            and AssigneTA not = CodeOperateur
            and ProfilOperateur not = 'S'
               Move 0 to TacheValide
               move " Tache attribuee a " & AssigneTA & " - reservee a son titulaire " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Prise d'une tache libre par l'operateur connecte
      *-----------------------------------------------------------------------------------------------
       GestionTaches-Prendre.
           Perform GestionTaches-Charge

           If TacheValide = 1 and AssigneTA not = spaces
               Move 0 to TacheValide
               move " Tache deja prise par " & AssigneTA to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if

           If TacheValide = 1
               Move CodeOperateur to AssigneTA
               EXEC SQL
                   UPDATE Taches
                   SET Assigne = :AssigneTA
                   WHERE (NoTache = :NoTacheTA
                   AND EtatTache = 'O')
               END-EXEC

               If SQLCODE = 0
                   move " Tache prise " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               else
                   move " Erreur : la tache n'a pas pu etre prise " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Reattribution a un operateur actif du referentiel, commentaire facultatif (motif)
      *-----------------------------------------------------------------------------------------------
       GestionTaches-Reattribue.
           Perform GestionTaches-Charge
           Perform GestionTaches-ControleTitulaire

           If TacheValide = 1
               Move spaces to CodeOperatOT
               Accept CodeOperatOT at line 20 col 35 required foreground-color is 3 highlight
               Move Function Upper-case(CodeOperatOT) to CodeOperatOT

               Move 0 to NbOperateursReattrib
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbOperateursReattrib
                   FROM Operateurs
                   WHERE (CodeOperat = :CodeOperatOT
                   AND ActifOperat = 1)
               END-EXEC

               If NbOperateursReattrib = 0
                   Move 0 to TacheValide
                   move " Operateur inconnu ou inactif " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if

           If TacheValide = 1
               Move spaces to CommentaireTA
               Accept CommentaireTA at line 21 col 16 foreground-color is 3 highlight
               Move CodeOperatOT to AssigneTA

               EXEC SQL
                   UPDATE Taches
                   SET Assigne = :AssigneTA,
                       Commentaire = :CommentaireTA
                   WHERE (NoTache = :NoTacheTA
                   AND EtatTache = 'O')
               END-EXEC

               If SQLCODE = 0
                   move " Tache reattribuee a " & AssigneTA to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               else
                   move " Erreur : la tache n'a pas pu etre reattribuee " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Cloture par l'operateur : commentaire obligatoire (ce qui a ete fait)
      *-----------------------------------------------------------------------------------------------
       GestionTaches-Clore.
           Perform GestionTaches-Charge
           Perform GestionTaches-ControleTitulaire

           If TacheValide = 1
               Move spaces to CommentaireTA
               Perform until CommentaireTA not = spaces
                   Accept CommentaireTA at line 21 col 16 required foreground-color is 3 highlight
               end-perform

               Move DateJourTaches to DateClotureTA
               Move CodeOperateur to OperateurClotureTA

               EXEC SQL
                   UPDATE Taches
                   SET EtatTache = 'C',
                       DateCloture = :DateClotureTA,
                       Commentaire = :CommentaireTA,
                       OperateurCloture = :OperateurClotureTA
                   WHERE (NoTache = :NoTacheTA
                   AND EtatTache = 'O')
               END-EXEC

               If SQLCODE = 0
                   move " Tache close " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               else
                   move " Erreur : la tache n'a pas pu etre close " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

       GestionTaches-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 49 - Vue client 360 : sur une page, tous les contrats ou le Tiers est souscripteur,
      *  co-souscripteur, beneficiaire (designation simple ou clause repartie) ou representant
      *  legal, avec etat et valeur ; puis ce qui est en cours pour lui - avances non soldees,
      *  contrats nantis, ordres de paiement non regles, operations en attente d'approbation,
      *  alertes LCB-FT des douze derniers mois, reclamations et taches ouvertes, revue KYC et
      *  expiration de la piece d'identite. Un contrat de la liste s'ouvre directement dans
      *  l'espace de travail (EspaceContrat, memes controles d'entree : contrat actif, verrou)
      *-----------------------------------------------------------------------------------------------
       VueClient360.
           perform VueClient360-init.
           perform VueClient360-trt until IdTiers360 = 0.
           perform VueClient360-fin.

       VueClient360-init.
           Move 9 to IdTiers360
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateJour360
           end-string

      *    Fenetre des alertes : meme jour un an plus tot
           Compute AnneeLimite360 = Annee of DateTraitement - 1
           Move spaces to DateDebutAlertes360
           String AnneeLimite360 '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateDebutAlertes360
           end-string

      *    Piece a renouveler : expiration dans les trois mois
           Move Annee of DateTraitement to AnneeLimite360
           Compute MoisLimite360 = Mois of DateTraitement + 3
           If MoisLimite360 > 12
               Subtract 12 from MoisLimite360
               Add 1 to AnneeLimite360
           end-if
           Move spaces to DateLimitePiece360
           String AnneeLimite360 '-'
               MoisLimite360 '-'
               Jour of DateTraitement into DateLimitePiece360
           end-string

           Call 'ConnectSQL' using cnxDb

               continue
           end-if.

       VueClient360-trt.
           Move 0 to Tiers360Trouve
           display M-VueClient360
           Move 0 to IdTiers360
           Accept IdTiers360 at line 4 col 25 required foreground-color is 3 highlight

           If IdTiers360 not = 0
               Move IdTiers360 to IdTiers of TiersSouscrBenef
               EXEC SQL
                   SELECT Nom, Prenom, COALESCE(ClasseRisque, ' '),
                    COALESCE(DateRevueKYC, ' '), COALESCE(TypePiece, ' '),
                    COALESCE(DateExpirationPiece, ' ')
                   INTO :Nom, :Prenom, :ClasseRisqueT, :DateRevueKYCT,
                    :TypePieceT, :DateExpirPieceT
                   FROM TiersSB
                   WHERE IdTiers = :IdTiers of TiersSouscrBenef
               END-EXEC

               If SQLCODE = 100
                   Display " Erreur : Tiers non trouve - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Move 1 to Tiers360Trouve
               end-if
           end-if.

           If Tiers360Trouve = 1
               Display Nom of TiersSouscrBenef at line 4 col 35 foreground-color is 2 highlight
               Display Prenom of TiersSouscrBenef at line 4 col 56 foreground-color is 2 highlight
               Perform VueClient360-Contrats
               Perform VueClient360-EnCours
               Perform VueClient360-Identite
               Perform VueClient360-Ouverture
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Contrats du Tiers, tous roles et tous etats, sur deux colonnes (lignes 8 a 13)
      *-----------------------------------------------------------------------------------------------
       VueClient360-Contrats.
           EXEC SQL
               DECLARE Contrats360-Curseur CURSOR FOR
                Select PC.CodeProduit, PC.NoContrat, PC.EtatProduit, PC.ValeurCourante,
                 PC.TiersSouscr, COALESCE(PC.CoSouscripteur, 0),
                 COALESCE(PC.Representant, 0)
                From ProduitsClient PC
                Where (PC.TiersSouscr = :IdTiers360
                 OR PC.CoSouscripteur = :IdTiers360
                 OR PC.TiersBenefic = :IdTiers360
                 OR PC.Representant = :IdTiers360
                 OR EXISTS (Select BC.NoContrat From BeneficiairesContrat BC
                   Where BC.CodeProduit = PC.CodeProduit
                   And BC.NoContrat = PC.NoContrat
                   And BC.TiersBenefic = :IdTiers360))
                ORDER BY PC.CodeProduit, PC.NoContrat
           END-EXEC

           EXEC SQL
               OPEN Contrats360-Curseur
           END-EXEC

           Move 0 to Contrats360EOF
           Move 0 to NbContrats360
           perform VueClient360-Contrat until Contrats360EOF = 1

           EXEC SQL
               CLOSE Contrats360-Curseur
           END-EXEC

           If NbContrats360 = 0
               Display " Aucun contrat pour ce Tiers" at line 8 col 2 foreground-color is 2 highlight
           end-if.

       VueClient360-Contrat.
           EXEC SQL
               FETCH Contrats360-Curseur
                   INTO :CodeProduitPC, :NoContratPC, :EtatProduitPC, :ValeurCourantePC,
                    :TiersSouscrPC, :CoSouscr360, :Representant360
           END-EXEC

           If SQLCODE <> 0
               Move 1 to Contrats360EOF
           else
               If NbContrats360 >= 12
                   Display " Autres contrats non affiches (12 premiers seulement)" at line 24 col 2 foreground-color is 2 highlight
                   Move 1 to Contrats360EOF
               else
                   Add 1 to NbContrats360
      *            Six contrats par colonne
                   If NbContrats360 > 6
                       Compute LigneContrat360 = NbContrats360 + 1
                       Move 42 to ColonneContrat360
                   else
                       Compute LigneContrat360 = NbContrats360 + 7
                       Move 2 to ColonneContrat360
                   end-if

      *            Le souscripteur prime ; Representant vaut TiersSouscr quand le contrat n'a pas
      *            de representant distinct
                   evaluate true
                       when IdTiers360 = TiersSouscrPC
                           Move 'S' to RoleContrat360
                       when IdTiers360 = CoSouscr360
                           Move 'C' to RoleContrat360
                       when IdTiers360 = Representant360
                           Move 'L' to RoleContrat360
                       when other
                           Move 'B' to RoleContrat360
                   end-evaluate

                   Display CodeProduitPC at line LigneContrat360 col ColonneContrat360 foreground-color is 3 highlight
                   Compute ColonneZone360 = ColonneContrat360 + 3
                   Display NoContratPC at line LigneContrat360 col ColonneZone360 foreground-color is 3 highlight
                   Compute ColonneZone360 = ColonneContrat360 + 12
                   Display RoleContrat360 at line LigneContrat360 col ColonneZone360 foreground-color is 3 highlight
                   Compute ColonneZone360 = ColonneContrat360 + 14
                   Display EtatProduitPC at line LigneContrat360 col ColonneZone360 foreground-color is 3 highlight
                   Move ValeurCourantePC to Valeur360Display
                   Compute ColonneZone360 = ColonneContrat360 + 16
                   Display Valeur360Display at line LigneContrat360 col ColonneZone360 foreground-color is 3 highlight
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Ce qui est en cours pour le Tiers (lignes 16 a 19) - nantissements et attentes sur les
      *  contrats dont il est titulaire
      *-----------------------------------------------------------------------------------------------
       VueClient360-EnCours.
           Move 0 to NbAvances360
           Move 0 to SoldeAvances360
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(SoldeRestant), 0)
               INTO :NbAvances360, :SoldeAvances360
               FROM AvancesContrat
               WHERE (IdTiers = :IdTiers360
               AND EtatAvance = 'E')
           END-EXEC
           Move NbAvances360 to Compteur360Display
           Display Compteur360Display at line 16 col 21 foreground-color is 3 highlight
           Move SoldeAvances360 to Valeur360Display
           Display Valeur360Display at line 16 col 26 foreground-color is 3 highlight

           Move 0 to NbNantis360
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbNantis360
               FROM ProduitsClient
               WHERE (Nanti = 1
               AND (TiersSouscr = :IdTiers360
                 OR COALESCE(CoSouscripteur, 0) = :IdTiers360))
           END-EXEC
           Move NbNantis360 to Compteur360Display
           Display Compteur360Display at line 16 col 69 foreground-color is 3 highlight

      *    Ordres emis, transmis ou suspendus : ni regles ni rejetes
           Move 0 to NbOrdres360
           Move 0 to MontantOrdres360
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(MontantOrdre), 0)
               INTO :NbOrdres360, :MontantOrdres360
               FROM OrdresPaiement
               WHERE (IdTiers = :IdTiers360
               AND StatutOrdre <> 'R'
               AND StatutOrdre <> 'J')
           END-EXEC
           Move NbOrdres360 to Compteur360Display
           Display Compteur360Display at line 17 col 21 foreground-color is 3 highlight
           Move MontantOrdres360 to Valeur360Display
           Display Valeur360Display at line 17 col 26 foreground-color is 3 highlight

           Move 0 to NbAttentes360
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbAttentes360
               FROM OperationsEnAttente OE, ProduitsClient PC
               WHERE (OE.StatutAttente = 'A'
               AND PC.CodeProduit = OE.CodeProduit
               AND PC.NoContrat = OE.NoContrat
               AND (PC.TiersSouscr = :IdTiers360
                 OR COALESCE(PC.CoSouscripteur, 0) = :IdTiers360))
           END-EXEC
           Move NbAttentes360 to Compteur360Display
           Display Compteur360Display at line 17 col 69 foreground-color is 3 highlight

           Move 0 to NbAlertes360
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbAlertes360
               FROM AlertesAML
               WHERE (IdTiers = :IdTiers360
               AND DateAlerte >= :DateDebutAlertes360)
           END-EXEC
           Move NbAlertes360 to Compteur360Display
           Display Compteur360Display at line 18 col 29 foreground-color is 3 highlight

           Move 0 to NbReclamations360
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbReclamations360
               FROM Reclamations
               WHERE (IdTiers = :IdTiers360
               AND DateReponse IS NULL)
           END-EXEC
           Move NbReclamations360 to Compteur360Display
           Display Compteur360Display at line 18 col 69 foreground-color is 3 highlight

           Move 0 to NbTaches360
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbTaches360
               FROM Taches
               WHERE (IdTiers = :IdTiers360
               AND EtatTache = 'O')
           END-EXEC
           Move NbTaches360 to Compteur360Display
           Display Compteur360Display at line 19 col 69 foreground-color is 3 highlight.

      *-----------------------------------------------------------------------------------------------
      *  Revue KYC (echue si la date est atteinte) et piece d'identite (expiree, ou a renouveler
      *  dans les trois mois) - lignes 19 et 20
      *-----------------------------------------------------------------------------------------------
       VueClient360-Identite.
           Display ClasseRisqueT at line 19 col 15 foreground-color is 3 highlight
           Display DateRevueKYCT at line 19 col 28 foreground-color is 3 highlight
           If DateRevueKYCT not = spaces
            and DateRevueKYCT <= DateJour360
               Display "ECHUE" at line 19 col 39 foreground-color is 4 highlight
           end-if

           Display DateExpirPieceT at line 20 col 32 foreground-color is 3 highlight
           Move spaces to AlertePiece360
           evaluate true
               when DateExpirPieceT = spaces
                   Move "NON RENSEIGNEE" to AlertePiece360
               when DateExpirPieceT < DateJour360
                   Move "EXPIREE" to AlertePiece360
               when DateExpirPieceT <= DateLimitePiece360
                   Move "A RENOUVELER" to AlertePiece360
               when other
                   continue
           end-evaluate
           Display AlertePiece360 at line 20 col 43 foreground-color is 4 highlight.

      *-----------------------------------------------------------------------------------------------
      *  Ouverture d'un contrat de la liste dans l'espace de travail - au retour, reconnexion
      *  et nouvelle vue du meme Tiers (0 = autre Tiers)
      *-----------------------------------------------------------------------------------------------
       VueClient360-Ouverture.
           Move spaces to CodeProduit360
           Accept CodeProduit360 at line 22 col 29 foreground-color is 3 highlight
           Move Function Upper-case(CodeProduit360) to CodeProduit360
           Move 0 to NoContratPCDisplay
           Accept NoContratPCDisplay at line 22 col 38 foreground-color is 3 highlight
           Move NoContratPCDisplay to NoContrat360
           Move CodeProduit360 to CodeProduitCle
           Move NoContrat360 to NoContratCle
           Move 22 to LigneCle
           Move 43 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContrat360

           If NoContrat360 not = 0
               Move 0 to NbLiens360
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbLiens360
                   FROM ProduitsClient PC
                   WHERE (PC.CodeProduit = :CodeProduit360
                   AND PC.NoContrat = :NoContrat360
                   AND (PC.TiersSouscr = :IdTiers360
                    OR PC.CoSouscripteur = :IdTiers360
                    OR PC.TiersBenefic = :IdTiers360
                    OR PC.Representant = :IdTiers360
                    OR EXISTS (Select BC.NoContrat From BeneficiairesContrat BC
                      Where BC.CodeProduit = PC.CodeProduit
                      And BC.NoContrat = PC.NoContrat
                      And BC.TiersBenefic = :IdTiers360)))
               END-EXEC

               If NbLiens360 = 0
                   move " Contrat absent de la vue de ce Tiers " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               else
                   Move CodeProduit360 to CodeProduitEspace
                   Move NoContrat360 to NoContratEspace
                   Move 1 to ContratPreselectionne
                   Perform EspaceContrat
                   Move 0 to ContratPreselectionne
                   Call 'ConnectSQL' using cnxDb
               end-if
           end-if.

       VueClient360-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 50 - Archive des documents clients : documents produits pour un Tiers ou un contrat
      *  (certificats, decomptes, avis, situations, releves et avis de frais annuels - cf
      *  ArchiveDocument), les plus recents d'abord, et reimpression a l'identique d'un document
      *  dans ReimpressionsDocuments.txt - chaque reimpression est tracee (operateur, horodatage)
      *-----------------------------------------------------------------------------------------------
       ArchiveDocuments.
           perform ArchiveDocuments-init.
           perform ArchiveDocuments-trt until RechercheDocuments = '0'.
           perform ArchiveDocuments-fin.

       ArchiveDocuments-init.
           Move space to RechercheDocuments

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       ArchiveDocuments-trt.
           display M-Documents
           Move space to RechercheDocuments
           accept RechercheDocuments at line 4 col 59 required foreground-color is 3 highlight
           Move Function Upper-case(RechercheDocuments) to RechercheDocuments

           evaluate RechercheDocuments
               When 'T'
                   Move 0 to IdTiersDO
                   Accept IdTiersDO at line 5 col 12 required foreground-color is 3 highlight
                   If IdTiersDO not = 0
                       Perform ArchiveDocuments-Liste
                       Perform ArchiveDocuments-Choix
                   end-if
               When 'C'
                   Move 0 to IdTiersDO
                   Move spaces to CodeProduitDO
                   Accept CodeProduitDO at line 5 col 36 required foreground-color is 3 highlight
                   Move Function Upper-case(CodeProduitDO) to CodeProduitDO
                   Move 0 to NoContratPCDisplay
                   Accept NoContratPCDisplay at line 5 col 54 required foreground-color is 3 highlight
                   Move NoContratPCDisplay to NoContratDO
                   Move CodeProduitDO to CodeProduitCle
                   Move NoContratDO to NoContratCle
                   Move 5 to LigneCle
                   Move 59 to ColonneCle
                   Perform SaisieCleContrat
                   Move NoContratCle to NoContratDO
                   Perform ArchiveDocuments-Liste
                   Perform ArchiveDocuments-Choix
               When '0'
                   continue
               When other
                   continue
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Documents de la recherche, du plus recent au plus ancien (lignes 9 a 20 de M-Documents)
      *-----------------------------------------------------------------------------------------------
       ArchiveDocuments-Liste.
           Move 0 to DocumentsEOF
           Move 9 to LigneDocuments

           EXEC SQL
               OPEN Documents-Curseur
           END-EXEC

           perform ArchiveDocuments-Ligne until DocumentsEOF = 1

           EXEC SQL
               CLOSE Documents-Curseur
           END-EXEC

           If LigneDocuments = 9
               Display " Aucun document archive pour cette recherche" at line 9 col 2 foreground-color is 2 highlight
           end-if.

       ArchiveDocuments-Ligne.
           EXEC SQL
               FETCH Documents-Curseur
                   INTO :NoDocumentDO, :TypeDocumentDO, :IdTiersDO, :CodeProduitDO,
                    :NoContratDO, :DateDocumentDO, :ProgrammeDO, :NbReimpressionsDO,
                    :VersionModeleDO
           END-EXEC

           If SQLCODE <> 0
               Move 1 to DocumentsEOF
           else
               If LigneDocuments > 20
                   Display " Autres documents non affiches (les plus anciens)" at line 24 col 2 foreground-color is 2 highlight
                   Move 1 to DocumentsEOF
               else
                   Move NoDocumentDO to NoDocumentDisplay
                   Display NoDocumentDisplay at line LigneDocuments col 2 foreground-color is 3 highlight
                   Display TypeDocumentDO at line LigneDocuments col 12 foreground-color is 3 highlight
                   Display DateDocumentDO at line LigneDocuments col 20 foreground-color is 3 highlight
                   If NoContratDO not = 0
                       Display CodeProduitDO at line LigneDocuments col 32 foreground-color is 3 highlight
                       Display NoContratDO at line LigneDocuments col 35 foreground-color is 3 highlight
                   end-if
                   Display ProgrammeDO(1:20) at line LigneDocuments col 46 foreground-color is 3 highlight
                   Move NbReimpressionsDO to NbReimpressionsDisplay
                   Display NbReimpressionsDisplay at line LigneDocuments col 68 foreground-color is 3 highlight
      *            Version du modele de courrier (0 = libelle historique)
                   Display VersionModeleDO at line LigneDocuments col 76 foreground-color is 3 highlight
                   Add 1 to LigneDocuments
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Choix du document a reimprimer - 0 ramene a la recherche
      *-----------------------------------------------------------------------------------------------
       ArchiveDocuments-Choix.
           Move 0 to NoDocumentChoisi
           Accept NoDocumentChoisi at line 22 col 57 foreground-color is 3 highlight

           If NoDocumentChoisi not = 0
               Move NoDocumentChoisi to NoDocumentDO
               EXEC SQL
                   SELECT NbReimpressions, NbLignes
                   INTO :NbReimpressionsDO, :NbLignesDO
                   FROM DocumentsClient
                   WHERE NoDocument = :NoDocumentDO
               END-EXEC

               evaluate true
                   when SQLCODE <> 0
                       move " Document inconnu dans l'archive " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
      *            Contenu supprime par la purge RGPD du Tiers
                   when NbLignesDO = 0
                       move " Contenu du document purge - reimpression impossible " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   when other
                       Perform ArchiveDocuments-Reimprime
               end-evaluate
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Reimpression : les lignes archivees recopiees telles quelles, puis trace de la
      *  reimpression (numero d'ordre, horodatage, operateur) sur le document
      *-----------------------------------------------------------------------------------------------
       ArchiveDocuments-Reimprime.
           Move "ReimpressionsDocuments" to NomBaseGN
           Perform PrepareGeneration
           Move NomGenerationGN to NomFichierReimpression
           open extend FichierReimpression
           If FichierReimpressionStatus not = "00" and FichierReimpressionStatus not = "05"
               move " Erreur ouverture fichier reimpressions - code " & FichierReimpressionStatus to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Move NoDocumentDO to NoDocumentLD
               EXEC SQL
                   OPEN LignesDocument-Curseur
               END-EXEC
               Move 0 to LignesDocumentEOF
               perform ArchiveDocuments-LigneReimprimee until LignesDocumentEOF = 1
               EXEC SQL
                   CLOSE LignesDocument-Curseur
               END-EXEC
               close FichierReimpression

               Accept HeureReimpression from time
               Move spaces to HorodatageReimpression
               String Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement ' '
                   HeureReimpression(1:2) ':'
                   HeureReimpression(3:2) ':'
                   HeureReimpression(5:2) into HorodatageReimpression
               end-string

               Move NoDocumentDO to NoDocumentRI
               Compute NoReimpressionRI = NbReimpressionsDO + 1
               Move HorodatageReimpression to HorodatageRI
               Move CodeOperateur to OperateurRI
               EXEC SQL
                   INSERT INTO ReimpressionsDocument
                       (NoDocument, NoReimpression, Horodatage, Operateur)
                   VALUES
                       (:NoDocumentRI, :NoReimpressionRI, :HorodatageRI, :OperateurRI)
               END-EXEC
               If SQLCODE <> 0
                   Display " Erreur : ReimpressionsDocument " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               else
                   EXEC SQL
                       UPDATE DocumentsClient
                       SET NbReimpressions = :NoReimpressionRI
                       WHERE NoDocument = :NoDocumentRI
                   END-EXEC
               end-if

               move " Document reimprime dans ReimpressionsDocuments.txt - tapez entree " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

       ArchiveDocuments-LigneReimprimee.
           EXEC SQL
               FETCH LignesDocument-Curseur
                   INTO :TexteLigneLD
           END-EXEC

           If SQLCODE <> 0
               Move 1 to LignesDocumentEOF
           else
               Move TexteLigneLD to EnrFichierReimpression
               write EnrFichierReimpression
           end-if.

       ArchiveDocuments-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 51 - Approbation des modeles de courrier proposes : meme cycle que le fichier
      *  parametres (cf ApprobationParametres). ModelesCourrierNouveau.csv, depose par le
      *  juridique, est compare ligne a ligne a ModelesCourrier.csv (cle Type;Version;DateEffet;
      *  NoLigne) dans ApprobationModeles.txt, puis le superviseur valide (la proposition
      *  remplace le fichier en vigueur, chaque nouvelle version est tracee dans VersionsModeles)
      *  ou refuse (archive datee dans ModelesCourrierRefuses.txt). Une proposition qui retouche
      *  ou retire une version deja en vigueur ne peut pas etre validee : des documents produits
      *  y renvoient, le texte d'une version doit rester celui que le client a recu
      *-----------------------------------------------------------------------------------------------
       ApprobationModeles.
           Move 0 to NbLignesModPropose
           Move 0 to NbLignesModVigueur
           Move 0 to NbDifferencesModeles
           Move 0 to NbVersionsRetouchees

           Perform ChargeModelesProposes
           If NbLignesModPropose = 0
               move " Aucun modele de courrier propose (ModelesCourrierNouveau.csv vide ou absent) " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Perform ChargeModelesVigueur
               Perform CompareVersionsModeles

               move " Differences relevees : " & NbDifferencesModeles & " (rapport : ApprobationModeles.txt) " to LaInfoComm
               display InfoComm
               Display REsetInfoComm

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   move " [V]alider les modeles proposes  [R]efuser  [A]journer ? " to LaInfoAide
                   display InfoAide
                   Accept ChoixApprobModeles at line 25 col 59 foreground-color is 3 Highlight
                   Display REsetInfoAide
                   Move Function Upper-case(ChoixApprobModeles) to ChoixApprobModeles
                   evaluate ChoixApprobModeles
                       When 'V'
                           If NbVersionsRetouchees > 0
                               move " Validation impossible : version en vigueur retouchee (cf rapport) " to LaInfoAide
                               display InfoAide
                               Accept FinInsertion at line 25 col 75
                               Display REsetInfoAide
                           else
                               Perform PromeutModelesProposes
                               move 1 to DonneesValides
                           end-if
                       When 'R'
                           Perform RefuseModelesProposes
                           move 1 to DonneesValides
                       When 'A'
      *                    Ajourne : la proposition reste en attente,
      *                    les modeles en vigueur continuent de servir
                           move 1 to DonneesValides
                       When other
                           move " Saisie non valide : V, R ou A " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform
           end-if.

       ChargeModelesProposes.
           Move 0 to EofModeles
           open input FichierModelesNouveau
           evaluate FichierModelesNouveauStatus
               when "00"
                   read FichierModelesNouveau
                       at end move 1 to EofModeles
                   end-read
               when other
                   move 1 to EofModeles
           end-evaluate

           Perform ChargeModelesProposes-Trt until EofModeles = 1

           if FichierModelesNouveauStatus = "00"
            or FichierModelesNouveauStatus = "10"
               close FichierModelesNouveau
           end-if.

       ChargeModelesProposes-Trt.
           If EnrFichierModelesNouveau not = spaces
            and NbLignesModPropose < 500
               Add 1 to NbLignesModPropose
               Move EnrFichierModelesNouveau to LigneModeleDecoupee
               Perform DecoupeLigneModele
               Move LigneModeleDecoupee
                   to LigneModProposeBrute(NbLignesModPropose)
               Move CleLigneModeleDecoupee
                   to CleLigneModPropose(NbLignesModPropose)
               Move PointeurLigneModele
                   to PosTexteModPropose(NbLignesModPropose)
           end-if
           read FichierModelesNouveau
               at end move 1 to EofModeles
           end-read.

       ChargeModelesVigueur.
           Move 0 to EofModeles
           open input FichierModelesMaj
           evaluate FichierModelesMajStatus
               when "00"
                   read FichierModelesMaj
                       at end move 1 to EofModeles
                   end-read
               when other
                   move 1 to EofModeles
           end-evaluate

           Perform ChargeModelesVigueur-Trt until EofModeles = 1

           if FichierModelesMajStatus = "00"
            or FichierModelesMajStatus = "10"
               close FichierModelesMaj
           end-if.

       ChargeModelesVigueur-Trt.
           If EnrFichierModelesMaj not = spaces
            and NbLignesModVigueur < 500
               Add 1 to NbLignesModVigueur
               Move EnrFichierModelesMaj to LigneModeleDecoupee
               Perform DecoupeLigneModele
               Move LigneModeleDecoupee
                   to LigneModVigueurBrute(NbLignesModVigueur)
               Move CleLigneModeleDecoupee
                   to CleLigneModVigueur(NbLignesModVigueur)
               Move PointeurLigneModele
                   to PosTexteModVigueur(NbLignesModVigueur)
           end-if
           read FichierModelesMaj
               at end move 1 to EofModeles
           end-read.

      *    Cle Type;Version;DateEffet;NoLigne d'une ligne de modele et position de son texte -
      *    commentaire ('*') ou ligne mal formee : cle a blanc, ligne recopiee sans comparaison
       DecoupeLigneModele.
           Move spaces to CleLigneModeleDecoupee
           Move 320 to PointeurLigneModele
           If LigneModeleDecoupee(1:1) not = '*'
               Move 1 to PointeurLigneModele
               Unstring LigneModeleDecoupee delimited by ";"
                   into TypeModeleDecoupe VersionModeleDecoupe
                        DateEffetModeleDecoupe NoLigneModeleDecoupe
                   with pointer PointeurLigneModele
               end-Unstring
               If VersionModeleDecoupe not numeric
                or NoLigneModeleDecoupe not numeric
                   Move spaces to CleLigneModeleDecoupee
               end-if
               If PointeurLigneModele > 320
                   Move 320 to PointeurLigneModele
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Comparaison ligne a ligne : ligne d'une nouvelle version, ligne ajoutee ou retouchee
      *  (ancien / nouveau texte) et ligne retiree d'une version en vigueur partent au rapport ;
      *  ces trois dernieres comptent comme version en vigueur retouchee
      *-----------------------------------------------------------------------------------------------
       CompareVersionsModeles.
           open output FichierRapportModeles
           If FichierRapportModelesStatus not = "00"
               Display " Erreur ouverture rapport de comparaison " at line 24 col 2 foreground-color is 2 highlight
           else
               move "Type;Version;DateEffet;NoLigne;Mouvement;Texte"
                   to EnrFichierRapportModeles
               write EnrFichierRapportModeles
           end-if

           Move 1 to IndexModPropose
           Perform CompareLigneModProposee
               until IndexModPropose > NbLignesModPropose

      *    Lignes en vigueur absentes de la proposition
           Move 1 to IndexModVigueur
           Perform ControleLigneModRetiree
               until IndexModVigueur > NbLignesModVigueur

           If FichierRapportModelesStatus = "00"
               close FichierRapportModeles
           end-if.

       CompareLigneModProposee.
           If CleLigneModPropose(IndexModPropose) not = spaces
               Move 0 to ModVigueurTrouve
               Move 1 to IndexModVigueur
               Perform RechercheLigneModVigueur
                   until IndexModVigueur > NbLignesModVigueur
                      or ModVigueurTrouve = 1

               If ModVigueurTrouve = 0
                   Move 1 to IndexModVigueur
                   Perform RechercheVersionModVigueur
                       until IndexModVigueur > NbLignesModVigueur
                          or ModVigueurTrouve = 1
                   If ModVigueurTrouve = 0
                       Move "NOUVELLE VERSION" to MouvementModele
                   else
                       Move "LIGNE AJOUTEE" to MouvementModele
                       Add 1 to NbVersionsRetouchees
                   end-if
                   Perform RapporteLigneModProposee
               else
                   If LigneModProposeBrute(IndexModPropose)
                       (PosTexteModPropose(IndexModPropose):)
                    not = LigneModVigueurBrute(IndexModVigueur)
                       (PosTexteModVigueur(IndexModVigueur):)
                       Add 1 to NbVersionsRetouchees
                       Move "ANCIEN TEXTE" to MouvementModele
                       Perform RapporteLigneModVigueur
                       Move "NOUVEAU TEXTE" to MouvementModele
                       Perform RapporteLigneModProposee
                   end-if
               end-if
           end-if
           Add 1 to IndexModPropose.

       RechercheLigneModVigueur.
           If CleLigneModVigueur(IndexModVigueur)
              = CleLigneModPropose(IndexModPropose)
               Move 1 to ModVigueurTrouve
           else
               Add 1 to IndexModVigueur
           end-if.

       RechercheVersionModVigueur.
           If CleVersionModVigueur(IndexModVigueur)
              = CleVersionModPropose(IndexModPropose)
               Move 1 to ModVigueurTrouve
           else
               Add 1 to IndexModVigueur
           end-if.

       ControleLigneModRetiree.
           If CleLigneModVigueur(IndexModVigueur) not = spaces
               Move 0 to ModVigueurTrouve
               Move 1 to IndexModPropose
               Perform RechercheLigneModProposee
                   until IndexModPropose > NbLignesModPropose
                      or ModVigueurTrouve = 1
               If ModVigueurTrouve = 0
                   Add 1 to NbVersionsRetouchees
                   Move "LIGNE RETIREE" to MouvementModele
                   Perform RapporteLigneModVigueur
               end-if
           end-if
           Add 1 to IndexModVigueur.

       RechercheLigneModProposee.
           If CleLigneModPropose(IndexModPropose)
              = CleLigneModVigueur(IndexModVigueur)
               Move 1 to ModVigueurTrouve
           else
               Add 1 to IndexModPropose
           end-if.

       RapporteLigneModProposee.
           Move spaces to EnrLigneRapportModeles
           String LigneModProposeBrute(IndexModPropose)
                   (1:PosTexteModPropose(IndexModPropose) - 1) delimited by size
               MouvementModele delimited by "  "
               ';' delimited by size
               LigneModProposeBrute(IndexModPropose)
                   (PosTexteModPropose(IndexModPropose):) delimited by size
               into EnrLigneRapportModeles
           end-string
           Perform EcritLigneRapportModeles.

       RapporteLigneModVigueur.
           Move spaces to EnrLigneRapportModeles
           String LigneModVigueurBrute(IndexModVigueur)
                   (1:PosTexteModVigueur(IndexModVigueur) - 1) delimited by size
               MouvementModele delimited by "  "
               ';' delimited by size
               LigneModVigueurBrute(IndexModVigueur)
                   (PosTexteModVigueur(IndexModVigueur):) delimited by size
               into EnrLigneRapportModeles
           end-string
           Perform EcritLigneRapportModeles.

       EcritLigneRapportModeles.
           Add 1 to NbDifferencesModeles
           If FichierRapportModelesStatus = "00"
               Move EnrLigneRapportModeles to EnrFichierRapportModeles
               write EnrFichierRapportModeles
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Approbation : la proposition remplace le fichier en vigueur (FusionModele la sert des le
      *  document suivant), le fichier propose est vide, et chaque version nouvelle est versee
      *  dans VersionsModeles avec sa date d'effet, la date d'approbation et l'operateur
      *-----------------------------------------------------------------------------------------------
       PromeutModelesProposes.
           open output FichierModelesMaj
           If FichierModelesMajStatus not = "00"
               move " Erreur : reecriture des modeles en vigueur impossible - rien n'a change " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Move 1 to IndexModPropose
               Perform PromeutLigneModProposee
                   until IndexModPropose > NbLignesModPropose
               close FichierModelesMaj

      *        La proposition est consommee
               open output FichierModelesNouveau
               If FichierModelesNouveauStatus = "00"
                   close FichierModelesNouveau
               end-if

               Move 0 to NbVersionsApprouvees
               Call 'ConnectSQL' using cnxDb
               If SQLCODE <> 0
                   Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
               else
                   Move 1 to IndexModPropose
                   Perform VerseVersionModeles
                       until IndexModPropose > NbLignesModPropose
                   exec sql
                       CONNECT RESET
                   end-exec
               end-if

               move " Modeles approuves et en vigueur - versions nouvelles : " & NbVersionsApprouvees to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

       PromeutLigneModProposee.
           Move LigneModProposeBrute(IndexModPropose) to EnrFichierModelesMaj
           write EnrFichierModelesMaj
           Add 1 to IndexModPropose.

      *    Premiere ligne d'une version absente du fichier en vigueur : une ligne VersionsModeles
       VerseVersionModeles.
           If CleLigneModPropose(IndexModPropose) not = spaces
               Move 0 to ModVigueurTrouve
               Move 1 to IndexModPrecedent
               Perform RechercheVersionModPrecedente
                   until IndexModPrecedent >= IndexModPropose
                      or ModVigueurTrouve = 1
               Move 1 to IndexModVigueur
               Perform RechercheVersionModVigueur
                   until IndexModVigueur > NbLignesModVigueur
                      or ModVigueurTrouve = 1

               If ModVigueurTrouve = 0
                   Move CleLigneModPropose(IndexModPropose)
                       to CleLigneModeleDecoupee
                   Move TypeModeleDecoupe to TypeDocumentVM
                   Move VersionModeleDecoupe to VersionVM
                   Move DateEffetModeleDecoupe to DateEffetVM
                   Move spaces to DateApprobationVM
                   String Annee of DateTraitement '-'
                       Mois of DateTraitement '-'
                       Jour of DateTraitement into DateApprobationVM
                   end-string
                   Move CodeOperateur to OperateurVM

                   EXEC SQL
                       INSERT INTO VersionsModeles
                           (TypeDocument, Version, DateEffet,
                            DateApprobation, Operateur)
                       VALUES
                           (:TypeDocumentVM, :VersionVM, :DateEffetVM,
                            :DateApprobationVM, :OperateurVM)
                   END-EXEC

                   If SQLCODE <> 0
                       Display " Erreur versement version modele : " TypeDocumentVM " " VersionVM at line 24 col 2 foreground-color is 2 highlight
                   else
                       Add 1 to NbVersionsApprouvees
                   end-if
               end-if
           end-if
           Add 1 to IndexModPropose.

       RechercheVersionModPrecedente.
           If CleVersionModPropose(IndexModPrecedent)
              = CleVersionModPropose(IndexModPropose)
               Move 1 to ModVigueurTrouve
           else
               Add 1 to IndexModPrecedent
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Refus : la proposition part datee dans l'archive des refus, puis le fichier propose
      *  est vide - les modeles en vigueur ne bougent pas
      *-----------------------------------------------------------------------------------------------
       RefuseModelesProposes.
           open extend FichierModelesRefuse
           If FichierModelesRefuseStatus = "00" or = "05"
               Move spaces to EnrLigneRapportModeles
               String "=== MODELES REFUSES LE "
                   Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement
                   " PAR " CodeOperateur " ==="
                   into EnrLigneRapportModeles
               end-string
               Move EnrLigneRapportModeles to EnrFichierModelesRefuse
               write EnrFichierModelesRefuse

               Move 1 to IndexModPropose
               Perform RefuseLigneModProposee
                   until IndexModPropose > NbLignesModPropose
               close FichierModelesRefuse
           end-if

           open output FichierModelesNouveau
           If FichierModelesNouveauStatus = "00"
               close FichierModelesNouveau
           end-if

           move " Modeles refuses et archives - les modeles en vigueur restent servis " to LaInfoComm
           display InfoComm
           Accept FinInsertion at line 25 col 75
           Display REsetInfoComm.

       RefuseLigneModProposee.
           Move LigneModProposeBrute(IndexModPropose) to EnrFichierModelesRefuse
           write EnrFichierModelesRefuse
           Add 1 to IndexModPropose.

      *-----------------------------------------------------------------------------------------------
      *  MENU 42 - Historique d'une fiche Tiers (profil superviseur) : la chronologie
      *  complete des modifications, champ par champ, avant/apres, avec l'operateur et
      *  l'horodatage - pour trancher un litige sur un changement d'IBAN ou d'adresse
      *-----------------------------------------------------------------------------------------------
       HistoriqueTiersEcran.
           perform HistoriqueTiersEcran-init.
           perform HistoriqueTiersEcran-trt until IdTiersHisto = 0.
           perform HistoriqueTiersEcran-fin.

       HistoriqueTiersEcran-init.
           Move 9 to IdTiersHisto

           Call 'ConnectSQL' using cnxDb

               continue
           end-if.

       HistoriqueTiersEcran-trt.
           display M-HistoriqueTiers
           Move 0 to IdTiersHisto
           Accept IdTiersHisto at line 4 col 40 required foreground-color is 3 highlight

           If IdTiersHisto not = 0
               Move 0 to DonneeRevelable
               Move 0 to RevelationDemandee
               Perform HistoriqueTiersEcran-Liste

               If LigneHisto = 8
                   Display " Aucune modification tracee pour ce Tiers " at line 10 col 2 foreground-color is 2 highlight
               end-if

      *        Valeurs sensibles masquees selon le profil : relecture en clair sur demande
               Perform ProposeRevelation
               If RevelationDemandee = 1
                   display M-ResetEcran
                   display M-HistoriqueTiers
                   Display IdTiersHisto at line 4 col 40 foreground-color is 3 highlight
                   Perform HistoriqueTiersEcran-Liste
                   Move 0 to RevelationDemandee
               end-if

               move " Pressez entree pour continuer >> " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

       HistoriqueTiersEcran-Liste.
           EXEC SQL
               OPEN HistoriqueTiers-Curseur
           END-EXEC

           Move 0 to HistoriqueEOF
           Move 8 to LigneHisto
           Perform HistoriqueTiersEcran-Ligne
               until HistoriqueEOF = 1

           EXEC SQL
               CLOSE HistoriqueTiers-Curseur
           END-EXEC.

       HistoriqueTiersEcran-Ligne.
           EXEC SQL
               FETCH HistoriqueTiers-Curseur
                   INTO :NoModifHT, :ChampHT, :AncienneValeurHT,
                    :NouvelleValeurHT, :DateModifHT, :OperateurHT
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to HistoriqueEOF
           else
               Move spaces to ChampMQ
               Evaluate ChampHT
                   When "Iban"
                       Move "IBAN" to ChampMQ
                   When "Rib"
                       Move "RIB" to ChampMQ
                   When "DateNaissance"
                       Move "NAISS" to ChampMQ
                   When "ResidenceFiscale"
                       Move "NIF" to ChampMQ
               End-evaluate
               If ChampMQ not = spaces
                   Move IdTiersHisto to IdTiersMQ
                   Move "HistoriqueTiersEcran" to OrigineMQ
                   Move AncienneValeurHT to ValeurMQ
                   Perform MasqueChamp
                   Move ValeurMasqueeMQ to AncienneValeurHT
                   Move NouvelleValeurHT to ValeurMQ
                   Perform MasqueChamp
                   Move ValeurMasqueeMQ to NouvelleValeurHT
               end-if
               Display NoModifHT at line LigneHisto col 2 foreground-color is 3 highlight
               Display ChampHT at line LigneHisto col 9 foreground-color is 3 highlight
               Display AncienneValeurHT(1:13) at line LigneHisto col 30 foreground-color is 3 highlight
               Display "->" at line LigneHisto col 44 foreground-color is 2 highlight
               Display NouvelleValeurHT(1:13) at line LigneHisto col 47 foreground-color is 3 highlight
               Display DateModifHT at line LigneHisto col 61 foreground-color is 3 highlight
               Display OperateurHT(1:6) at line LigneHisto col 74 foreground-color is 3 highlight

               Add 1 to LigneHisto
               If LigneHisto > 20
                   Move 8 to LigneHisto
                   move " Pressez entree pour afficher la suite >> " to LaInfoAide
                   display InfoAide
                   Accept PaginationOk at line 25 col 74 foreground-color is 3 Highlight
                   Display REsetInfoAide
                   display M-ResetEcran
                   display M-HistoriqueTiers
               end-if
           end-if.

       HistoriqueTiersEcran-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 43 - Fusion de deux fiches Tiers en doublon (profil superviseur) : le controle
      *  de doublon a la creation est arrive trop tard pour le stock. Survivant et doublon
      *  sont affiches cote a cote ; a la confirmation, TOUTES les references du doublon
      *  (souscripteur, beneficiaire, representant, co-souscripteur, clauses, ordres de
      *  paiement, alertes LCB-FT, mandats, avances) re-pointent sur le survivant, les
      *  champs vides du survivant reprennent ceux du doublon, le doublon est desactive
      *  (FusionneVers) et la fusion est tracee dans HistoriqueTiers - tout ou rien
      *-----------------------------------------------------------------------------------------------
       FusionTiers.
           perform FusionTiers-init.
           perform FusionTiers-trt until ChoixFusion = 'A'.
           perform FusionTiers-fin.

       FusionTiers-init.
           Move space to ChoixFusion

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

           EXEC SQL
               SET AUTOCOMMIT OFF
           END-EXEC.

       FusionTiers-trt.
           display M-FusionTiers
           Move 0 to IdTiersSurvivant
           Accept IdTiersSurvivant at line 4 col 38 required foreground-color is 3 highlight

           If IdTiersSurvivant = 0
               Move 'A' to ChoixFusion
           else
               Move 0 to IdTiersDoublon
               Accept IdTiersDoublon at line 5 col 38 required foreground-color is 3 highlight

               evaluate true
                   when IdTiersDoublon = 0
                    or IdTiersDoublon = IdTiersSurvivant
                       Display " Doublon invalide - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                       accept OkNonTrouve at line 23 col 75
                   when other
                       Perform FusionTiers-ChargeFiches
               end-evaluate
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Les deux fiches cote a cote, puis confirmation
      *-----------------------------------------------------------------------------------------------
       FusionTiers-ChargeFiches.
           Move 0 to FusionOk

           EXEC SQL
               SELECT Nom, Prenom, COALESCE(DateNaissance, ' '),
                COALESCE(Ville, ' '), COALESCE(Telephone, ' '),
                COALESCE(Courriel, ' '), COALESCE(Iban, ' '),
                COALESCE(Bic, ' ')
               INTO :Nom, :Prenom, :DateNaissance, :Ville,
                :Telephone, :Courriel, :IbanT, :BicT
               FROM TiersSB
               WHERE IdTiers = :IdTiersSurvivant
               AND COALESCE(FusionneVers, 0) = 0
           END-EXEC

           If SQLCODE not = 0
               Display " Survivant inconnu ou deja fusionne >>" at line 23 col 2 foreground-color is 3 highlight
               accept OkNonTrouve at line 23 col 75
           else
               EXEC SQL
                   SELECT Nom, Prenom, COALESCE(DateNaissance, ' '),
                    COALESCE(Ville, ' '), COALESCE(Telephone, ' '),
                    COALESCE(Courriel, ' '), COALESCE(Iban, ' '),
                    COALESCE(Bic, ' ')
                   INTO :NomDbl, :PrenomDbl, :DateNaissDbl, :VilleDbl,
                    :TelephoneDbl, :CourrielDbl, :IbanDbl, :BicDbl
                   FROM TiersSB
                   WHERE IdTiers = :IdTiersDoublon
                   AND COALESCE(FusionneVers, 0) = 0
               END-EXEC

               If SQLCODE not = 0
                   Display " Doublon inconnu ou deja fusionne >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Display Nom of TiersSouscrBenef at line 8 col 14 foreground-color is 3 highlight
                   Display NomDbl at line 8 col 43 foreground-color is 3 highlight
                   Display Prenom of TiersSouscrBenef at line 9 col 14 foreground-color is 3 highlight
                   Display PrenomDbl at line 9 col 43 foreground-color is 3 highlight
                   Move 0 to DonneeRevelable
                   Move 0 to RevelationDemandee
                   Perform FusionTiers-AfficheSensibles
                   Display Ville of TiersSouscrBenef at line 11 col 14 foreground-color is 3 highlight
                   Display VilleDbl at line 11 col 43 foreground-color is 3 highlight
                   Display Telephone of TiersSouscrBenef at line 12 col 14 foreground-color is 3 highlight
                   Display TelephoneDbl at line 12 col 43 foreground-color is 3 highlight
                   Display Courriel of TiersSouscrBenef at line 13 col 14 foreground-color is 3 highlight
                   Display CourrielDbl at line 13 col 43 foreground-color is 3 highlight

                   Perform ProposeRevelation
                   If RevelationDemandee = 1
                       Perform FusionTiers-AfficheSensibles
                       Move 0 to RevelationDemandee
                   end-if

                   Accept ConfirmeFusion at line 17 col 30 required foreground-color is 3 highlight
                   Move Function Upper-case(ConfirmeFusion) to ConfirmeFusion
                   If ConfirmeFusion = 'O'
                       Perform FusionTiers-Execute
                   end-if
               end-if
           end-if.

      *    Date de naissance et IBAN des deux fiches, masques selon le profil (cf MasqueChamp)
       FusionTiers-AfficheSensibles.
           Move "FusionTiers" to OrigineMQ
           Move IdTiersSurvivant to IdTiersMQ
           Move "NAISS" to ChampMQ
           Move DateNaissance of TiersSouscrBenef to ValeurMQ
           Perform MasqueChamp
           Display ValeurMasqueeMQ(1:10) at line 10 col 14 foreground-color is 3 highlight
           Move "IBAN" to ChampMQ
           Move IbanT of TiersSouscrBenef to ValeurMQ
           Perform MasqueChamp
           Display ValeurMasqueeMQ(1:27) at line 14 col 14 foreground-color is 3 highlight

           Move IdTiersDoublon to IdTiersMQ
           Move "NAISS" to ChampMQ
           Move DateNaissDbl to ValeurMQ
           Perform MasqueChamp
           Display ValeurMasqueeMQ(1:10) at line 10 col 43 foreground-color is 3 highlight
           Move "IBAN" to ChampMQ
           Move IbanDbl to ValeurMQ
           Perform MasqueChamp
           Display ValeurMasqueeMQ(1:27) at line 14 col 43 foreground-color is 3 highlight.

      *-----------------------------------------------------------------------------------------------
      *  Execution de la fusion, tout ou rien : re-pointage de toutes les references, reprise
      *  des champs mieux remplis, desactivation du doublon, trace d'audit
      *-----------------------------------------------------------------------------------------------
       FusionTiers-Execute.
           Move 1 to FusionOk

      *    Re-pointage en bloc de toutes les references du doublon
           EXEC SQL
               UPDATE ProduitsClient
               SET TiersSouscr = :IdTiersSurvivant
               WHERE TiersSouscr = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE ProduitsClient
               SET TiersBenefic = :IdTiersSurvivant
               WHERE TiersBenefic = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE ProduitsClient
               SET Representant = :IdTiersSurvivant
               WHERE Representant = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE ProduitsClient
               SET CoSouscripteur = :IdTiersSurvivant
               WHERE CoSouscripteur = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE BeneficiairesContrat
               SET TiersBenefic = :IdTiersSurvivant
               WHERE TiersBenefic = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE OrdresPaiement
               SET IdTiers = :IdTiersSurvivant
               WHERE IdTiers = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE AlertesAML
               SET IdTiers = :IdTiersSurvivant
               WHERE IdTiers = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE MandatsPrelevement
               SET IdTiers = :IdTiersSurvivant
               WHERE IdTiers = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE AvancesContrat
               SET IdTiers = :IdTiersSurvivant
               WHERE IdTiers = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE SaisiesTiers
               SET IdTiers = :IdTiersSurvivant
               WHERE IdTiers = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE Procurations
               SET IdTiers = :IdTiersSurvivant
               WHERE IdTiers = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE Reclamations
               SET IdTiers = :IdTiersSurvivant
               WHERE IdTiers = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE Taches
               SET IdTiers = :IdTiersSurvivant
               WHERE IdTiers = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE DocumentsClient
               SET IdTiers = :IdTiersSurvivant
               WHERE IdTiers = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE BeneficiairesEffectifs
               SET IdTiersPersonne = :IdTiersSurvivant
               WHERE IdTiersPersonne = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

           EXEC SQL
               UPDATE BeneficiairesEffectifs
               SET IdTiersEntite = :IdTiersSurvivant
               WHERE IdTiersEntite = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

      *    Foyer : le survivant reprend la place du doublon, sauf s'il
      *    appartient deja lui-meme a un foyer (un seul foyer par Tiers)
           EXEC SQL
               UPDATE MembresFoyer
               SET IdTiers = :IdTiersSurvivant
               WHERE IdTiers = :IdTiersDoublon
               AND NOT EXISTS
                   (SELECT M2.IdTiers FROM MembresFoyer M2
                    WHERE M2.IdTiers = :IdTiersSurvivant)
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if
           EXEC SQL
               DELETE FROM MembresFoyer
               WHERE IdTiers = :IdTiersDoublon
           END-EXEC
           If SQLCODE <> 0 and SQLCODE <> 100
               Move 0 to FusionOk
           end-if

      *    Reprise des champs mieux remplis : un champ vide du
      *    survivant prend la valeur du doublon
           If FusionOk = 1
               If Telephone of TiersSouscrBenef = spaces
                and TelephoneDbl not = spaces
                   Move TelephoneDbl to Telephone of TiersSouscrBenef
               end-if
               If Courriel of TiersSouscrBenef = spaces
                and CourrielDbl not = spaces
                   Move CourrielDbl to Courriel of TiersSouscrBenef
               end-if
               If BicT of TiersSouscrBenef = spaces
                and BicDbl not = spaces
                   Move BicDbl to BicT of TiersSouscrBenef
               end-if
               If DateNaissance of TiersSouscrBenef = spaces
                and DateNaissDbl not = spaces
                   Move DateNaissDbl
                       to DateNaissance of TiersSouscrBenef
               end-if

               Move CodeOperateur to OperateurT
               EXEC SQL
                   UPDATE TiersSB
                   SET Telephone = :Telephone,
                       Courriel = :Courriel,
                       Bic = :BicT,
                       DateNaissance = :DateNaissance,
                       Operateur = :OperateurT
                   WHERE IdTiers = :IdTiersSurvivant
               END-EXEC
               If SQLCODE <> 0
                   Move 0 to FusionOk
               end-if
           end-if

      *    Desactivation du doublon : il porte l'IdTiers du survivant,
      *    plus rien ne pointe sur lui
           If FusionOk = 1
               EXEC SQL
                   UPDATE TiersSB
                   SET FusionneVers = :IdTiersSurvivant,
                       Operateur = :OperateurT
                   WHERE IdTiers = :IdTiersDoublon
               END-EXEC
               If SQLCODE <> 0
                   Move 0 to FusionOk
               end-if
           end-if

           If FusionOk = 1
      *        Trace d'audit de part et d'autre
               Move IdTiersSurvivant to IdTiersHT
               Move "FusionAbsorbe" to ChampHT
               Move spaces to AncienneValeurHT
               Move spaces to NouvelleValeurHT
               Move IdTiersDoublon to NouvelleValeurHT(1:8)
               Perform EcritHistoriqueTiers

               Move IdTiersDoublon to IdTiersHT
               Move "FusionVers" to ChampHT
               Move spaces to AncienneValeurHT
               Move spaces to NouvelleValeurHT
               Move IdTiersSurvivant to NouvelleValeurHT(1:8)
               Perform EcritHistoriqueTiers

               EXEC SQL
                   COMMIT
               END-EXEC
               move " Fusion enregistree - le doublon " & IdTiersDoublon & " est desactive " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               move " Erreur : fusion annulee, rien n'a ete modifie " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

       FusionTiers-fin.
           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.

           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
       ListePortefeuille.
           perform ListePortefeuille-init.
           perform ListePortefeuille-trt until ChoixListePortefeuille = '0'.
           perform ListePortefeuille-fin.

       ListePortefeuille-init.
           Move space to ChoixListePortefeuille

           Call 'ConnectSQL' using cnxDb

               continue
           end-if.

       ListePortefeuille-trt.
           display M-ListePortefeuille
           accept ChoixListePortefeuille at line 4 col 64 required foreground-color is 3 highlight

           Evaluate ChoixListePortefeuille
               when '1'
                   continue
                   EXEC SQL
                       OPEN ProduitsClient-Curseur-Souscr
                   END-EXEC
               when '2'
                   continue
                   EXEC SQL
                       OPEN ProduitsClient-Curseur-Produit
                   END-EXEC
               when '3'
                   continue
                   EXEC SQL
                       OPEN ProduitsClient-Curseur-Etat
                   END-EXEC
               when '0'
                   continue
               when other
                   move " Choix invalide - [1] [2] [3] ou [0] " to LaInfoAide
                   display InfoAide
                   accept ChoixListePortefeuille at line 4 col 64
                   Display REsetInfoAide
           end-evaluate.

           If ChoixListePortefeuille = '1' or ChoixListePortefeuille = '2'
               or ChoixListePortefeuille = '3'

               Move 0 to ProduitsClientEOF
               Move 9 to LigneDetailsPortefeuille

               Perform until ProduitsClientEOF = 1
                   Evaluate ChoixListePortefeuille
                       when '1'
                           continue
                           EXEC SQL
                               FETCH ProduitsClient-Curseur-Souscr
                                   INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC,
                                    :TiersBeneficPC, :MontantSouscrPC, :DateEffetPC,
                                    :EtatProduitPC, :NantiPC
                           END-EXEC
                       when '2'
                           continue
                           EXEC SQL
                               FETCH ProduitsClient-Curseur-Produit
                                   INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC,
                                    :TiersBeneficPC, :MontantSouscrPC, :DateEffetPC,
                                    :EtatProduitPC, :NantiPC
                           END-EXEC
                       when '3'
                           continue
                           EXEC SQL
                               FETCH ProduitsClient-Curseur-Etat
                                   INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC,
                                    :TiersBeneficPC, :MontantSouscrPC, :DateEffetPC,
                                    :EtatProduitPC, :NantiPC
                           END-EXEC
                   end-evaluate

                   If SQLCODE = 100 OR SQLCODE = 101
                       Move 1 to ProduitsClientEOF
                       Display " Fin du listing - tapez entree >>" at line 23 Col 2 foreground-color is 2 highlight
                       accept OkNonTrouve at line 23 col 75
                   else
                       Move NoContratPC to NoContratPCDisplay
                       Move TiersSouscrPC to TiersSouscrPCDisplay
                       Move TiersBeneficPC to TiersBeneficPCDisplay
                       move MontantSouscrPC to MontantSouscrPCDisplay

                       unstring DateEffetPC delimited by '-' into
                           Annee of DateEffetContratEpargne
                           mois of DateEffetContratEpargne
                           jour of DateEffetContratEpargne
                       end-unstring

                       String jour of DateEffetContratEpargne '/'
                           mois of DateEffetContratEpargne '/'
                           Annee of DateEffetContratEpargne
                           Into DateEffetContratEpargneDisplay
                       end-string

                       Evaluate EtatProduitPC
                           When 1
                               move "Actif" to EtatProduitPCDisplay
                           When 2
                               move "Att.fonds" to EtatProduitPCDisplay
                           When 3
                               move "Succession" to EtatProduitPCDisplay
                           When 4
                               move "Echu" to EtatProduitPCDisplay
                           When other
                               move "Cloture" to EtatProduitPCDisplay
                       end-evaluate

                       Display CodeProduitPC at line LigneDetailsPortefeuille Col 2 foreground-color is 3 highlight
                       Display NoContratPCDisplay at line LigneDetailsPortefeuille Col 11 foreground-color is 3 highlight
                       Display TiersSouscrPCDisplay at line LigneDetailsPortefeuille Col 20 foreground-color is 3 highlight
                       Display TiersBeneficPCDisplay at line LigneDetailsPortefeuille Col 30 foreground-color is 3 highlight
                       Display MontantSouscrPCDisplay at line LigneDetailsPortefeuille Col 40 foreground-color is 3 highlight
                       Display DateEffetContratEpargneDisplay at line LigneDetailsPortefeuille Col 56 foreground-color is 3 highlight
                       Display EtatProduitPCDisplay at line LigneDetailsPortefeuille Col 69 foreground-color is 3 highlight
                       If NantiPC = 1
                           Display "NANTI" at line LigneDetailsPortefeuille Col 76 foreground-color is 2 highlight
                       end-if

                       Add 1 to LigneDetailsPortefeuille
                       If LigneDetailsPortefeuille > 20
                           Move 9 to LigneDetailsPortefeuille
                           move "Pressez entree pour afficher la suite >>" to LaInfoAide
                           Display InfoAide
                           Accept PaginationOk at line 25 col 74 foreground-color is 3 Highlight
                           Display REsetInfoAide
                           display M-ResetEcran
                           display M-ListePortefeuille
                       end-if
                   end-if
               end-perform.

               Evaluate ChoixListePortefeuille
                   when '1'
                       continue
                       EXEC SQL
                           CLOSE ProduitsClient-Curseur-Souscr
                       END-EXEC
                   when '2'
                       continue
                       EXEC SQL
                           CLOSE ProduitsClient-Curseur-Produit
                       END-EXEC
                   when '3'
                       continue
                       EXEC SQL
                           CLOSE ProduitsClient-Curseur-Etat
                       END-EXEC
               end-evaluate

               Move space to ChoixListePortefeuille
           end-if.

       ListePortefeuille-fin.
           exec sql
               CONNECT RESET
           end-exec.

       testsql.
               continue.

      *-----------------------------------------------------------------------------------------------
      *  MENU 9 - Avis Annuel : synthese des operations (contributions/rachats/interets/prelevements
      *  sociaux) d'un contrat reel pour une annee donnee, reprise des figures que
      *  CalculValeursFinAnnee calcule deja pour la simulation
      *-----------------------------------------------------------------------------------------------
       AvisAnnuel.
           perform AvisAnnuel-init.
           perform AvisAnnuel-trt until ChoixAvisAnnuel = '0'.
           perform AvisAnnuel-fin.

       AvisAnnuel-init.
           Move spaces to CodeProduitOC
           Move 0 to NoContratOC
           Move 0 to AnneeAvisAnnuel
           Move spaces to ChoixAvisAnnuel

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       AvisAnnuel-trt.
           display M-AvisAnnuel

           Accept CodeProduitOC at line 4 col 12 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitOC) to CodeProduitOC
           display CodeProduitOC at line 4 col 12 foreground-color is 3 highlight
           Accept NoContratOC at line 4 col 56 required foreground-color is 3 highlight
           Move CodeProduitOC to CodeProduitCle
           Move NoContratOC to NoContratCle
           Move 4 to LigneCle
           Move 65 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratOC
           Accept AnneeAvisAnnuel at line 6 col 10 required foreground-color is 3 highlight

           move 0 to TotalContributionsAvis
           move 0 to TotalRetraitsAvis
           move 0 to TotalInteretsAvis
           move 0 to TotalPrelSocAvis

           Move CodeProduitOC to CodeProduitRecherche
           Perform ChargeParamProduit

           EXEC SQL
               DECLARE OperationsCompteAvis-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, NoOperation, TypeOperation, MontantOperation, DateOperation,
                 COALESCE(NoOperationOrigine, 0)
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOc)
           END-EXEC.

           EXEC SQL
               OPEN OperationsCompteAvis-Curseur
           END-EXEC.

           Move 0 to OperatComptes-EOF

           perform until OperatComptes-EOF = 1
               EXEC SQL
                   FETCH OperationsCompteAvis-Curseur
                       INTO :CodeProduitOC, :NoContratOC, :NoOperationOC, :TypeOperationOC,
                        :MontantOperationOC, :DateOperationOC, :NoOperationOrigineOC
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to OperatComptes-EOF
               else
                   unstring DateOperationOC delimited by '-' into
                       AnneeOperationAvis
                       mois of DateOperationContrat
                       jour of DateOperationContrat
                   end-unstring

                   If AnneeOperationAvis = AnneeAvisAnnuel
                       Evaluate TypeOperationOC
                           When 'S'
                               add MontantOperationOC to TotalContributionsAvis
                           When 'V'
                               add MontantOperationOC to TotalContributionsAvis
                           When 'R'
                               add MontantOperationOC to TotalRetraitsAvis
                           When 'I'
                               add MontantOperationOC to TotalInteretsAvis
                           When 'B'
                               add MontantOperationOC to TotalInteretsAvis
      *                    Complement de plancher deces et indemnite de
      *                    reclamation : apports lus avec les versements
                           When 'D'
                           When 'C'
                               add MontantOperationOC to TotalContributionsAvis
                           When 'P'
                               add MontantOperationOC to TotalPrelSocAvis
      *                    Une extourne retranche son montant du total ou
      *                    l'operation contre-passee avait compte : la
      *                    correction ne se lit pas comme un vrai mouvement
                           When 'X'
                               Perform AvisAnnuel-DeduitExtourne
                           When other
                               continue
                       end-evaluate
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE OperationsCompteAvis-Curseur
           END-EXEC.

      *    Les prelevements sociaux sont desormais poses en propre ligne 'P' a la
      *    capitalisation de fin d'annee (cf CalculInteretMensuel) : l'avis lit les
      *    montants reellement preleves. L'estimation par le taux ne subsiste que
      *    pour les annees anterieures a la pose des lignes 'P'.
           If TotalPrelSocAvis = 0 and TotalInteretsAvis > 0 and ProduitTrouve = 1
               Multiply TotalInteretsAvis by TauxPrelSociaux of Tab giving TotalPrelSocAvis
           end-if.

           Move TotalContributionsAvis to TotalContributionsAvisDisplay
           Move TotalRetraitsAvis to TotalRetraitsAvisDisplay
           Move TotalInteretsAvis to TotalInteretsAvisDisplay
           Move TotalPrelSocAvis to TotalPrelSocAvisDisplay

           Display TotalContributionsAvisDisplay at line 10 col 55 foreground-color is 3 highlight
           Display TotalRetraitsAvisDisplay at line 12 col 55 foreground-color is 3 highlight
           Display TotalInteretsAvisDisplay at line 14 col 55 foreground-color is 3 highlight
           Display TotalPrelSocAvisDisplay at line 16 col 55 foreground-color is 3 highlight

           move " Tapez [0] pour sortir, [2] pour une nouvelle recherche" to LaInfoAide
           display InfoAide
           accept ChoixAvisAnnuel at line 24 col 75 foreground-color is 2 highlight
           Display REsetInfoAide

           evaluate ChoixAvisAnnuel
               When '2'
                   Move spaces to CodeProduitOC
                   Move 0 to NoContratOC
                   Move 0 to AnneeAvisAnnuel
               When '0'
                   continue
               When other
                   Move '0' to ChoixAvisAnnuel
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Deduction d'une extourne de l'avis : le type de l'operation d'origine decide du
      *  total a corriger (contributions pour V/S, retraits pour R, interets pour I,
      *  prelevements pour P) - une origine introuvable ne corrige rien
      *-----------------------------------------------------------------------------------------------
       AvisAnnuel-DeduitExtourne.
           Move TypeOperationOC to TypeOperationOrigine
           Move MontantOperationOC to MontantExtourneAvis
           Move NoOperationOC to NoOperationExtSauve

           Move NoOperationOrigineOC to NoOperationOC
           EXEC SQL
               SELECT TypeOperation
               INTO :TypeOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOC)
           END-EXEC

           If SQLCODE = 0
               Evaluate TypeOperationOC
                   When 'S'
                       If TotalContributionsAvis >= MontantExtourneAvis
                           subtract MontantExtourneAvis from TotalContributionsAvis
                       else
                           Move 0 to TotalContributionsAvis
                       end-if
                   When 'V'
                       If TotalContributionsAvis >= MontantExtourneAvis
                           subtract MontantExtourneAvis from TotalContributionsAvis
                       else
                           Move 0 to TotalContributionsAvis
                       end-if
                   When 'R'
                       If TotalRetraitsAvis >= MontantExtourneAvis
                           subtract MontantExtourneAvis from TotalRetraitsAvis
                       else
                           Move 0 to TotalRetraitsAvis
                       end-if
                   When 'I'
                       If TotalInteretsAvis >= MontantExtourneAvis
                           subtract MontantExtourneAvis from TotalInteretsAvis
                       else
                           Move 0 to TotalInteretsAvis
                       end-if
                   When 'B'
                       If TotalInteretsAvis >= MontantExtourneAvis
                           subtract MontantExtourneAvis from TotalInteretsAvis
                       else
                           Move 0 to TotalInteretsAvis
                       end-if
                   When 'P'
                       If TotalPrelSocAvis >= MontantExtourneAvis
                           subtract MontantExtourneAvis from TotalPrelSocAvis
                       else
                           Move 0 to TotalPrelSocAvis
                       end-if
                   When other
                       continue
               end-evaluate
           end-if

           Move NoOperationExtSauve to NoOperationOC
           Move TypeOperationOrigine to TypeOperationOC.

       AvisAnnuel-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 10 - Rapport Portefeuille : totaux tous contrats confondus (valeur courante, interets
      *  verses, frais preleves, rachats, transferts sortants vers un autre etablissement - cf
      *  TransfertsSortants), regroupes par CodeProduit sur une annee donnee. Les frais sur les
      *  versements/rachats ne sont pas stockes tels quels dans OperationsCompte (MontantOperation y
      *  est le montant brut saisi par l'utilisateur, cf SaisieVersementLibre-trt/SaisieRachatLibre-trt
      *  qui ne retranchent les frais que pour la mise a jour de ValeurCourante) : ils sont donc
      *  recalcules ici a partir des taux du produit, comme le fait deja AvisAnnuel pour les
      *  prelevements sociaux.
      *-----------------------------------------------------------------------------------------------
       RapportPortefeuille.
           perform RapportPortefeuille-init.
           perform RapportPortefeuille-trt until ChoixRapportPortefeuille = '0'.
           perform RapportPortefeuille-fin.

       RapportPortefeuille-init.
           Move 0 to AnneeRapportPortefeuille
           Move spaces to ChoixRapportPortefeuille

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       RapportPortefeuille-trt.
           display M-RapportPortefeuille

           Accept AnneeRapportPortefeuille at line 4 col 10 required foreground-color is 3 highlight

           Move 1 to IndexRechProduit
           Perform RemiseAZeroTotauxPortefeuille
               Until IndexRechProduit > NbLigneProduit

      *    Fin d'annee photographiee (cf PositionsFinMois) : la valeur
      *    par produit est celle arretee a fin Decembre, sinon la valeur
      *    courante des contrats
           Move 0 to NbPhotosRapport
           String AnneeRapportPortefeuille '-12' into PeriodePF
           end-string
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbPhotosRapport
               FROM PositionsFinMois
               WHERE Periode = :PeriodePF
           END-EXEC

           If NbPhotosRapport > 0
               EXEC SQL
                   OPEN PositionsFinMois-Curseur-Rapport
               END-EXEC
               Move 0 to ProduitsClientEOF
               Perform RapportPortefeuille-Photo
                   until ProduitsClientEOF = 1
               EXEC SQL
                   CLOSE PositionsFinMois-Curseur-Rapport
               END-EXEC
           else
               EXEC SQL
                   OPEN ProduitsClient-Curseur-Rapport
               END-EXEC

               Move 0 to ProduitsClientEOF

               perform until ProduitsClientEOF = 1
                   EXEC SQL
                       FETCH ProduitsClient-Curseur-Rapport
                           INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC
                   END-EXEC

                   If SQLCODE = 100 OR SQLCODE = 101
                       Move 1 to ProduitsClientEOF
                   else
                       Move CodeProduitPC to CodeProduitRecherche
                       Perform ChargeParamProduit

                       If ProduitTrouve = 1
                           Add ValeurCourantePC to ValeurPortefeuille(IndexRechProduit)
                       end-if
                   end-if
               end-perform

               EXEC SQL
                   CLOSE ProduitsClient-Curseur-Rapport
               END-EXEC
           end-if.

           EXEC SQL
               OPEN OperationsCompte-Curseur-Rapport
           END-EXEC.

           Move 0 to OperationsRapportEOF

           perform until OperationsRapportEOF = 1
               EXEC SQL
                   FETCH OperationsCompte-Curseur-Rapport
                       INTO :CodeProduitOC, :NoContratOC, :NoOperationOC, :TypeOperationOC,
                        :MontantOperationOC, :DateOperationOC, :NoOrdreTS
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to OperationsRapportEOF
               else
                   unstring DateOperationOC delimited by '-' into
                       AnneeOperationRapport
                       mois of DateOperationContrat
                       jour of DateOperationContrat
                   end-unstring

                   If AnneeOperationRapport = AnneeRapportPortefeuille
                       Move CodeProduitOC to CodeProduitRecherche
                       Perform ChargeParamProduit

                       If ProduitTrouve = 1
                           Evaluate TypeOperationOC
                               When 'I'
                                   Add MontantOperationOC to InteretsPortefeuille(IndexRechProduit)
                               When 'B'
                                   Add MontantOperationOC to InteretsPortefeuille(IndexRechProduit)
                               When 'F'
                                   Add MontantOperationOC to FraisPortefeuille(IndexRechProduit)
      *                        Prelevements sociaux poses 'P' (cf CalculInteretMensuel) :
      *                        comptes avec les frais preleves du produit
                               When 'P'
                                   Add MontantOperationOC to FraisPortefeuille(IndexRechProduit)
      *                        Reglement 'R' trace dans TransfertsSortants : l'epargne part
      *                        vers un autre etablissement, ce n'est pas un retrait du client
                               When 'R'
                                   If NoOrdreTS > 0
                                       Add MontantOperationOC to TransfertsPortefeuille(IndexRechProduit)
                                   else
                                       Add MontantOperationOC to RachatsPortefeuille(IndexRechProduit)
                                   end-if
                               When other
                                   continue
                           end-evaluate
                       end-if
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE OperationsCompte-Curseur-Rapport
           END-EXEC.

           Move 1 to IndexRechProduit
           Move 9 to LigneDetailsRapport

           Perform AfficheLigneRapportPortefeuille
               Until IndexRechProduit > NbLigneProduit.

           move " Tapez [0] pour sortir, [2] pour une nouvelle periode, [3] agences et regions" to LaInfoAide
           display InfoAide
           accept ChoixRapportPortefeuille at line 24 col 75 foreground-color is 2 highlight
           Display REsetInfoAide

           evaluate ChoixRapportPortefeuille
               When '2'
                   Move 0 to AnneeRapportPortefeuille
      *        Ventilation de la meme annee par agence et par region
               When '3'
                   display M-ResetEcran
                   Perform RapportPortefeuilleAgences
                   Move 0 to AnneeRapportPortefeuille
               When '0'
                   continue
               When other
                   Move '0' to ChoixRapportPortefeuille
           end-evaluate.

       RapportPortefeuille-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  Valeur de fin d'annee d'un contrat lue dans la photo de Decembre
      *-----------------------------------------------------------------------------------------------
       RapportPortefeuille-Photo.
           EXEC SQL
               FETCH PositionsFinMois-Curseur-Rapport
                   INTO :CodeProduitPF, :NoContratPF, :ValeurPF
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ProduitsClientEOF
           else
               Move CodeProduitPF to CodeProduitRecherche
               Perform ChargeParamProduit

               If ProduitTrouve = 1
                   Add ValeurPF to ValeurPortefeuille(IndexRechProduit)
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Rapport de portefeuille ventile par agence titulaire, avec sous-total a chaque rupture
      *  de region (le referentiel est lu trie region puis agence) : contrats en vie, valeur
      *  courante, interets ('I' + 'B') et frais ('F' + 'P') de l'annee - tout en SQL sur
      *  CodeAgence du contrat. Les contrats sans agence (anterieurs au referentiel, ou
      *  souscrits au siege) sont le solde du total general, pour que la ventilation se
      *  rapproche toujours du rapport par produit
      *-----------------------------------------------------------------------------------------------
       RapportPortefeuilleAgences.
           display M-RapportAgences
           Display AnneeRapportPortefeuille at line 4 col 10 foreground-color is 3 highlight

           String AnneeRapportPortefeuille '-%' into MotifAnneeRapport
           end-string

           Move spaces to RegionRapportEnCours
           Move 0 to NbContratsRegion
           Move 0 to ValeurRegion
           Move 0 to InteretsRegion
           Move 0 to FraisRegion
           Move 0 to NbContratsReseau
           Move 0 to ValeurReseau
           Move 0 to InteretsReseau
           Move 0 to FraisReseau
           Move 9 to LigneDetailsRapport

           EXEC SQL
               OPEN Agences-Curseur
           END-EXEC.

           Move 0 to AgencesEOF
           Perform RapportPortefeuilleUneAgence until AgencesEOF = 1

           EXEC SQL
               CLOSE Agences-Curseur
           END-EXEC.

           If RegionRapportEnCours not = spaces
               Perform AfficheTotalRegionRapport
           end-if

      *    Total general tous contrats, dont le solde sans agence
           Move 0 to NbContratsRapportTotal
           Move 0 to ValeurRapportTotal
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(ValeurCourante), 0)
               INTO :NbContratsRapportTotal, :ValeurRapportTotal
               FROM ProduitsClient
               WHERE EtatProduit <> 0
           END-EXEC

           Move 0 to InteretsRapportTotal
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation), 0)
               INTO :InteretsRapportTotal
               FROM OperationsCompte
               WHERE (TypeOperation = 'I' OR TypeOperation = 'B')
               AND DateOperation LIKE :MotifAnneeRapport
           END-EXEC

           Move 0 to FraisRapportTotal
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation), 0)
               INTO :FraisRapportTotal
               FROM OperationsCompte
               WHERE (TypeOperation = 'F' OR TypeOperation = 'P')
               AND DateOperation LIKE :MotifAnneeRapport
           END-EXEC

           Move 0 to NbContratsAgence
           Move 0 to ValeurAgence
           Move 0 to InteretsAgence
           Move 0 to FraisAgence
           If NbContratsRapportTotal > NbContratsReseau
               Compute NbContratsAgence = NbContratsRapportTotal - NbContratsReseau
           end-if
           If ValeurRapportTotal > ValeurReseau
               Compute ValeurAgence = ValeurRapportTotal - ValeurReseau
           end-if
           If InteretsRapportTotal > InteretsReseau
               Compute InteretsAgence = InteretsRapportTotal - InteretsReseau
           end-if
           If FraisRapportTotal > FraisReseau
               Compute FraisAgence = FraisRapportTotal - FraisReseau
           end-if
           Move "(sans agence)" to RegionAG
           Move spaces to CodeAgenceAG
           Perform AfficheLigneAgenceRapport

           Move NbContratsRapportTotal to NbContratsAgence
           Move ValeurRapportTotal to ValeurAgence
           Move InteretsRapportTotal to InteretsAgence
           Move FraisRapportTotal to FraisAgence
           Move "TOTAL GENERAL" to RegionAG
           Move spaces to CodeAgenceAG
           Perform AfficheLigneAgenceRapport

           move " Pressez entree pour revenir au rapport par produit " to LaInfoAide
           display InfoAide
           Accept FinInsertion at line 25 col 75
           Display REsetInfoAide
           display M-ResetEcran.

       RapportPortefeuilleUneAgence.
           EXEC SQL
               FETCH Agences-Curseur
                   INTO :CodeAgenceAG, :NomAgenceAG, :RegionAG, :ActifAgenceAG
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to AgencesEOF
           else
               If RegionAG not = RegionRapportEnCours
                   If RegionRapportEnCours not = spaces
                       Perform AfficheTotalRegionRapport
                   end-if
                   Move RegionAG to RegionRapportEnCours
                   Move 0 to NbContratsRegion
                   Move 0 to ValeurRegion
                   Move 0 to InteretsRegion
                   Move 0 to FraisRegion
               end-if

               Move 0 to NbContratsAgence
               Move 0 to ValeurAgence
               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(ValeurCourante), 0)
                   INTO :NbContratsAgence, :ValeurAgence
                   FROM ProduitsClient
                   WHERE CodeAgence = :CodeAgenceAG
                   AND EtatProduit <> 0
               END-EXEC

               Move 0 to InteretsAgence
               EXEC SQL
                   SELECT COALESCE(SUM(OC.MontantOperation), 0)
                   INTO :InteretsAgence
                   FROM OperationsCompte OC, ProduitsClient PC
                   WHERE OC.CodeProduit = PC.CodeProduit
                   AND OC.NoContrat = PC.NoContrat
                   AND PC.CodeAgence = :CodeAgenceAG
                   AND (OC.TypeOperation = 'I' OR OC.TypeOperation = 'B')
                   AND OC.DateOperation LIKE :MotifAnneeRapport
               END-EXEC

               Move 0 to FraisAgence
               EXEC SQL
                   SELECT COALESCE(SUM(OC.MontantOperation), 0)
                   INTO :FraisAgence
                   FROM OperationsCompte OC, ProduitsClient PC
                   WHERE OC.CodeProduit = PC.CodeProduit
                   AND OC.NoContrat = PC.NoContrat
                   AND PC.CodeAgence = :CodeAgenceAG
                   AND (OC.TypeOperation = 'F' OR OC.TypeOperation = 'P')
                   AND OC.DateOperation LIKE :MotifAnneeRapport
               END-EXEC

               Add NbContratsAgence to NbContratsRegion NbContratsReseau
               Add ValeurAgence to ValeurRegion ValeurReseau
               Add InteretsAgence to InteretsRegion InteretsReseau
               Add FraisAgence to FraisRegion FraisReseau

               Perform AfficheLigneAgenceRapport
           end-if.

       AfficheTotalRegionRapport.
           Move NbContratsRegion to NbContratsAgence
           Move ValeurRegion to ValeurAgence
           Move InteretsRegion to InteretsAgence
           Move FraisRegion to FraisAgence
           Move RegionRapportEnCours to RegionAG
           Move "TOTAL" to CodeAgenceAG
           Perform AfficheLigneAgenceRapport.

      *-----------------------------------------------------------------------------------------------
      *  Une ligne de la ventilation agences / regions, pagination identique a celle de
      *  AfficheLigneRapportPortefeuille - les lignes de total sont en surbrillance
      *-----------------------------------------------------------------------------------------------
       AfficheLigneAgenceRapport.
           Move NbContratsAgence to NbContratsAgenceDisplay
           Move ValeurAgence to ValeurPortefeuilleDisplay
           Move InteretsAgence to InteretsPortefeuilleDisplay
           Move FraisAgence to FraisPortefeuilleDisplay

           If CodeAgenceAG = "TOTAL" or CodeAgenceAG = spaces
               Display CodeAgenceAG at line LigneDetailsRapport Col 2 foreground-color is 2 highlight
               Display RegionAG at line LigneDetailsRapport Col 8 foreground-color is 2 highlight
               Display NbContratsAgenceDisplay at line LigneDetailsRapport Col 28 foreground-color is 2 highlight
               Display ValeurPortefeuilleDisplay at line LigneDetailsRapport Col 36 foreground-color is 2 highlight
               Display InteretsPortefeuilleDisplay at line LigneDetailsRapport Col 51 foreground-color is 2 highlight
               Display FraisPortefeuilleDisplay at line LigneDetailsRapport Col 66 foreground-color is 2 highlight
           else
               Display CodeAgenceAG at line LigneDetailsRapport Col 2 foreground-color is 3 highlight
               Display RegionAG at line LigneDetailsRapport Col 8 foreground-color is 3 highlight
               Display NbContratsAgenceDisplay at line LigneDetailsRapport Col 28 foreground-color is 3 highlight
               Display ValeurPortefeuilleDisplay at line LigneDetailsRapport Col 36 foreground-color is 3 highlight
               Display InteretsPortefeuilleDisplay at line LigneDetailsRapport Col 51 foreground-color is 3 highlight
               Display FraisPortefeuilleDisplay at line LigneDetailsRapport Col 66 foreground-color is 3 highlight
           end-if

           Add 1 to LigneDetailsRapport
           If LigneDetailsRapport > 20
               Move 9 to LigneDetailsRapport
               move "Pressez entree pour afficher la suite >>" to LaInfoAide
               Display InfoAide
               Accept PaginationOk at line 25 col 74 foreground-color is 3 Highlight
               Display REsetInfoAide
               display M-ResetEcran
               display M-RapportAgences
               Display AnneeRapportPortefeuille at line 4 col 10 foreground-color is 3 highlight
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Remise a zero des cumuls par produit avant un nouveau passage du rapport de portefeuille
      *-----------------------------------------------------------------------------------------------
       RemiseAZeroTotauxPortefeuille.
           Move 0 to ValeurPortefeuille(IndexRechProduit)
           Move 0 to InteretsPortefeuille(IndexRechProduit)
           Move 0 to FraisPortefeuille(IndexRechProduit)
           Move 0 to RachatsPortefeuille(IndexRechProduit)
           Move 0 to TransfertsPortefeuille(IndexRechProduit)
           Add 1 to IndexRechProduit.

      *-----------------------------------------------------------------------------------------------
      *  Affichage d'une ligne de totaux produit du rapport de portefeuille, avec pagination identique
      *  a celle de ListePortefeuille-trt
      *-----------------------------------------------------------------------------------------------
       AfficheLigneRapportPortefeuille.
           Move ValeurPortefeuille(IndexRechProduit) to ValeurPortefeuilleDisplay
           Move InteretsPortefeuille(IndexRechProduit) to InteretsPortefeuilleDisplay
           Move FraisPortefeuille(IndexRechProduit) to FraisPortefeuilleDisplay
           Move RachatsPortefeuille(IndexRechProduit) to RachatsPortefeuilleDisplay
           Move TransfertsPortefeuille(IndexRechProduit) to TransfertsPortefeuilleDisplay

           Display CodeProduit of ligneProduit(IndexRechProduit) at line LigneDetailsRapport Col 2 foreground-color is 3 highlight
           Display ValeurPortefeuilleDisplay at line LigneDetailsRapport Col 7 foreground-color is 3 highlight
           Display InteretsPortefeuilleDisplay at line LigneDetailsRapport Col 21 foreground-color is 3 highlight
           Display FraisPortefeuilleDisplay at line LigneDetailsRapport Col 35 foreground-color is 3 highlight
           Display RachatsPortefeuilleDisplay at line LigneDetailsRapport Col 49 foreground-color is 3 highlight
           Display TransfertsPortefeuilleDisplay at line LigneDetailsRapport Col 63 foreground-color is 3 highlight

           Add 1 to LigneDetailsRapport
           If LigneDetailsRapport > 20
               Move 9 to LigneDetailsRapport
               move "Pressez entree pour afficher la suite >>" to LaInfoAide
               Display InfoAide
               Accept PaginationOk at line 25 col 74 foreground-color is 3 Highlight
               Display REsetInfoAide
               display M-ResetEcran
               display M-RapportPortefeuille
           end-if

           Add 1 to IndexRechProduit.

      *-----------------------------------------------------------------------------------------------
      *  MENU 11 - Rachat Total : cloture d'un contrat actif. Reprend la valeur courante du contrat
      *  (desormais tenue a jour directement par ValeurCourante - cf SaisieVersementLibre-trt /
      *  SaisieRachatLibre-trt / CalculInteretMensuel.cbl), la pose comme operation 'R' finale,
      *  remet ValeurCourante a zero et bascule EtatProduit pour sortir le contrat des listings actifs
      *-----------------------------------------------------------------------------------------------
       RachatTotal.
           perform RachatTotal-init.
      *    Fenetre de comptabilisation : journee fermee = pas de pose
           Move "RachatTotal" to EcranControleJournee
           Perform VerifieJourneeOuverte
           If JourneeOuverte = 1
               perform RachatTotal-trt
           end-if.
           perform RachatTotal-fin.

       RachatTotal-init.
           Move spaces to CodeProduitPC
           Move 0 to NoContratPC
           Move spaces to CodeProduitOC
           Move 0 to NoContratOC
           Move 0 to NoContratPCDisplay
           Move spaces to ConfirmeRachatTotal

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

           EXEC SQL
               SET AUTOCOMMIT OFF
           END-EXEC.

       RachatTotal-trt.
           display M-RachatTotal
      *    Venu d'un rachat partiel refuse sous la valeur residuelle
      *    minimum (cf ProposeRachatTotal) : le contrat est deja choisi
           If BasculeRachatTotal = 1
               Move CodeProduitBascule to CodeProduitPC
               Move NoContratBascule to NoContratPC
               display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
               Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           else
               Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight
               Move Function Upper-case(CodeProduitPC) to CodeProduitPC
               display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
               Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
               move NoContratPCDisplay to NoContratPC
               Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
               Move CodeProduitPC to CodeProduitCle
               Move NoContratPC to NoContratCle
               Move 4 to LigneCle
               Move 37 to ColonneCle
               Perform SaisieCleContrat
               Move NoContratCle to NoContratPC
           end-if.

           move CodeProduitPC to CodeProduitOC
           move NoContratPC to NoContratOC

      *    Verrou de travail : une autre session sur ce contrat = refus
           Perform PoseVerrouContrat
           If VerrouRefuse = 1
               Move spaces to CodeProduitPC
               Move 0 to NoContratPC
               Move 0 to NoContratPCDisplay
           else

           EXEC SQL
               SELECT CodeProduit, NoContrat, ValeurCourante, TiersBenefic, COALESCE(Nanti, 0),
                TiersSouscr, COALESCE(MontantSaisi, 0)
               INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC, :TiersBeneficPC, :NantiPC,
                :TiersSouscrPC, :MontantSaisiPC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC
               AND EtatProduit = 1)
           END-EXEC.

           If SQLCODE = 100
               Display " Erreur : contrat non trouve, deja cloture ou bloque - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
               accept OkNonTrouve at line 23 col 75
           else
      *>  Contrat nanti : la cloture est bloquee tant que le creancier
      *>  n'a pas donne mainlevee (cf NantissementContrat) - de meme tant
      *>  qu'une saisie / ATD y gele une part de la valeur (cf RegistreSaisies)
           If NantiPC = 1 or MontantSaisiPC > 0
               If NantiPC = 1
                   Display " Contrat nanti - cloture bloquee - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
               else
                   Display " Saisie / ATD en cours - cloture bloquee - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
               end-if
               accept OkNonTrouve at line 23 col 75
           else
      *>  Beneficiaire acceptant (cf ClauseBeneficiaires-Acceptation) :
      *>  pas de rachat total sans son consentement ecrit
           Perform VerifieAcceptationBenef
           If AcceptationBloque = 1
               continue
           else
      *>  Ordre donne sous procuration (cf ControleProcuration) : le
      *>  mandataire doit avoir l'etendue rachats et etre dans la
      *>  periode de validite de son pouvoir
           Move 3 to PorteeDemandee
           Perform SaisieDonneurOrdre
           If ProcurationOk = 0
               continue
           else
      *>  Frais de gestion de l'annee en cours au prorata jusqu'a la
      *>  cloture (cf CalculFraisGestionCloture) : preleves avant tout
      *>  le reste, ils reduisent la valeur rachetee
               Move CodeProduitOC to CodeProduitRecherche
               Perform ChargeParamProduit
               Perform CalculFraisGestionCloture
               Compute ValeurApresFraisGestion =
                   ValeurCourantePC - FraisGestionCloture

      *>  Avances en cours : leur solde se retient sur le reglement
      *>  (cf AvanceContrat) - c'est le net qui part aux beneficiaires
               Perform ChargeSoldeAvances
               If SoldeAvancesContrat > ValeurApresFraisGestion
                   Move 0 to ValeurNetAvances
               else
                   Compute ValeurNetAvances =
                       ValeurApresFraisGestion - SoldeAvancesContrat
               end-if
               Move ValeurNetAvances to ValeurRachatTotalDisplay
               Display ValeurRachatTotalDisplay at line 7 col 35 foreground-color is 3 highlight
               If SoldeAvancesContrat > 0
                   Move SoldeAvancesContrat to SoldeAvancesDisplay
                   Display " (avances retenues :" at line 7 col 50 foreground-color is 2 highlight
                   Display SoldeAvancesDisplay at line 8 col 52 foreground-color is 2 highlight
               end-if

      *>  Apercu avant confirmation : prelevements sociaux estimes sur
      *>  la reserve d'interets de l'annee (preleves en fin d'annee) et
      *>  net estime - meme esprit que l'apercu du rachat libre
               Move 0 to ReserveInteretsPreview
               Move CodeProduitOC to CodeProduitIC
               Move NoContratOC to NoContratIC
               Move Annee of DateTraitement to AnneeCouruIC
               EXEC SQL
                   SELECT MontantCouru
                   INTO :MontantCouruIC
                   FROM InteretsCourus
                   WHERE (CodeProduit = :CodeProduitIC
                   AND NoContrat = :NoContratIC
                   AND AnneeCouru = :AnneeCouruIC)
               END-EXEC
               If SQLCODE = 0
                   Move MontantCouruIC to ReserveInteretsPreview
               end-if
               Move CodeProduitOC to CodeProduitRecherche
               Perform ChargeParamProduit
               String Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement into DateVersionRecherche
               end-string
               Perform ChargeParamProduitDate
               Multiply ReserveInteretsPreview
                   by TauxPrelSociaux of Tab
                   giving PrelSocPreview rounded

      *>  Fiscalite du rachat total sur la part de plus-value du contrat
      *>  (cf CalculFiscaliteRachat) : retenue sur le net reparti entre
      *>  les beneficiaires, en ligne 'F' apres leurs lignes 'R'
               Perform ChargeDispenseFiscale
               Move ValeurApresFraisGestion to MontantBrutFiscal
               Move ValeurApresFraisGestion to ValeurFiscaleRachat
               Perform CalculFiscaliteRachat
               Move FiscaliteRachat to FiscaliteRachatTotal
               If FiscaliteRachatTotal > ValeurNetAvances
                   Move ValeurNetAvances to FiscaliteRachatTotal
               end-if
      *>  Penalite de sortie du bareme d'anciennete sur la valeur rachetee
      *>  (cf CalculPenaliteRachat), en ligne 'F' apres la fiscalite
               Move ValeurApresFraisGestion to MontantBrutPenalite
               Perform CalculPenaliteRachat
               Move PenaliteRachat to PenaliteRachatTotal
               If PenaliteRachatTotal > ValeurNetAvances - FiscaliteRachatTotal
                   Compute PenaliteRachatTotal = ValeurNetAvances - FiscaliteRachatTotal
               end-if
               Compute NetRachatTotal =
                   ValeurNetAvances - FiscaliteRachatTotal - PenaliteRachatTotal
               Display " Frais de gestion .... :" at line 10 col 1 foreground-color is 2 Highlight
               Move FraisGestionCloture to MontantPreviewDisplay
               Display MontantPreviewDisplay at line 10 col 26 foreground-color is 3 Highlight
               If FraisGestionCloture > 0
                   Display "(prorata de l'annee)" at line 10 col 40 foreground-color is 2 Highlight
               end-if
               Display " Fiscalite rachat .... :" at line 11 col 1 foreground-color is 2 Highlight
               Move FiscaliteRachatTotal to MontantPreviewDisplay
               Display MontantPreviewDisplay at line 11 col 26 foreground-color is 3 Highlight
               If DispenseValide = 1
                   Display "(dispense en vigueur)" at line 11 col 40 foreground-color is 2 Highlight
               end-if
               Display " Penalite de sortie .. :" at line 12 col 1 foreground-color is 2 Highlight
               Move PenaliteRachatTotal to MontantPreviewDisplay
               Display MontantPreviewDisplay at line 12 col 26 foreground-color is 3 Highlight
               If PenaliteRachatTotal > 0
                   Display "(annee de contrat" at line 12 col 40 foreground-color is 2 Highlight
                   Move AnneeContratPenalite to AnneePenaliteDisplay
                   Display AnneePenaliteDisplay at line 12 col 58 foreground-color is 2 Highlight
                   Display ")" at line 12 col 62 foreground-color is 2 Highlight
               end-if
               Display " Prel. sociaux estimes :" at line 13 col 1 foreground-color is 2 Highlight
               Move PrelSocPreview to MontantPreviewDisplay
               Display MontantPreviewDisplay at line 13 col 26 foreground-color is 3 Highlight
               Display "(preleves en fin d'annee)" at line 13 col 40 foreground-color is 2 Highlight
               Display " NET PAYE ............ :" at line 14 col 1 background-color is 14 foreground-color is 1
               Move NetRachatTotal to MontantPreviewDisplay
               Display MontantPreviewDisplay at line 14 col 26 foreground-color is 3 Highlight

               Accept ConfirmeRachatTotal at line 9 col 35 required foreground-color is 3 highlight
               Move Function Upper-case(ConfirmeRachatTotal) to ConfirmeRachatTotal

               If ConfirmeRachatTotal = 'O'
      *>  Seuil d'approbation a deux regards du produit : au-dela, la
      *>  cloture part en file d'attente au lieu d'etre executee seule
                   Move CodeProduitOC to CodeProduitRecherche
                   Perform ChargeParamProduit
      *            Seuil de la version en vigueur a la date du jour
                   String Annee of DateTraitement '-'
                       Mois of DateTraitement '-'
                       Jour of DateTraitement into DateVersionRecherche
                   end-string
                   Perform ChargeParamProduitDate
      *            Limite journaliere de l'operateur sur les rachats
      *            (cf ControleLimiteJournaliere)
                   Move 'R' to TypeLimiteControle
                   Move ValeurCourantePC to MontantLimiteControle
                   Perform ControleLimiteJournaliere
                   If (ProduitTrouve = 1 and SeuilApprobation of Tab > 0
                      and ValeurCourantePC > SeuilApprobation of Tab)
                      or LimiteJourDepassee = 1
                       Move 'T' to TypeOperationAttente
                       Move ValeurCourantePC to MontantAttente
                       Perform MetEnAttenteApprobation
                   else
                   Move 1 to RachatTotalOk
                   Move CodeOperateur to OperateurOC
                   Move 0 to EtatProduitPC
                   Move CodeOperateur to OperateurPC

                   EXEC SQL
                       UPDATE ProduitsClient
                       SET ValeurCourante = 0,
                           EtatProduit = :EtatProduitPC,
                           Operateur = :OperateurPC
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC)
                   END-EXEC

                   If SQLCODE <> 0
                       Display " Erreur : OperationsCompte " at line 24 Col 2 foreground-color is 2 highlight
                       Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
                       Move 0 to RachatTotalOk
                   else
      *>  Frais de gestion de l'annee au prorata : ligne 'F' de nature 'G' avant les reglements
                       If FraisGestionCloture > 0
                           Perform PoseFraisGestionCloture
                           If SQLCODE <> 0
                               Move 0 to RachatTotalOk
                           end-if
                       end-if
      *>  Le contrat peut avoir ete partage entre plusieurs beneficiaires (cf GestionPartageBeneficiaires)
      *>  - un virement et une ligne OperationsCompte 'R' par beneficiaire, au prorata de Pourcentage
                       EXEC SQL
                           OPEN BeneficiairesContrat-Curseur
                       END-EXEC.
                       Move 0 to BeneficiairesContratEOF
                       Move 0 to NbBeneficiairesRachat
                       Move 1 to MarqueFiscaliteTotal

                       perform until BeneficiairesContratEOF = 1
                           EXEC SQL
                               FETCH BeneficiairesContrat-Curseur
                                   INTO :TiersBeneficPC, :PourcentageBenefRachat
                           END-EXEC

                           If SQLCODE = 100 OR SQLCODE = 101
                               Move 1 to BeneficiairesContratEOF
                           else
                               Add 1 to NbBeneficiairesRachat
                               Compute MontantRachatBenef rounded =
                                   NetRachatTotal * PourcentageBenefRachat / 100
                               Perform RachatTotal-PaieBeneficiaire
                           end-if
                       end-perform.

                       EXEC SQL
                           CLOSE BeneficiairesContrat-Curseur
                       END-EXEC.

      *>  Contrat jamais partage (pas de ligne BeneficiairesContrat) : le beneficiaire principal
      *>  recherche ci-dessus recoit la totalite, comme avant l'introduction du partage
                       If NbBeneficiairesRachat = 0
                           Move 100 to PourcentageBenefRachat
                           Move NetRachatTotal to MontantRachatBenef
                           Perform RachatTotal-PaieBeneficiaire
                       end-if
                       Move 0 to MarqueFiscaliteTotal

      *>  Fiscalite de l'operation en ligne 'F', apres les lignes 'R',
      *>  puis la penalite de sortie en ligne 'F' de nature 'P'
                       If RachatTotalOk = 1 and FiscaliteRachatTotal > 0
                           Perform PoseFiscaliteRachatTotal
                       end-if
                       If RachatTotalOk = 1 and PenaliteRachatTotal > 0
                           Move PenaliteRachatTotal to MontantOperationOC
                           Perform PosePenaliteRachat
                           If SQLCODE <> 0
                               Move 0 to RachatTotalOk
                           end-if
                       end-if

      *-----------------------------------------------------------------------------------------------
      *     Validation (commit) ou annulation (rollback) groupee du rachat total et de ses
      *     postings beneficiaires, meme principe que InsertionDonnéesTiers-trt
      *-----------------------------------------------------------------------------------------------
                       If RachatTotalOk = 1
      *>  Les avances retenues sur le reglement sont soldees
                           Perform SoldeAvancesApresReglement
                           EXEC SQL
                               COMMIT
                           END-EXEC
      *                    Avis de confirmation au client
                           Move "RACHAT TOTAL (DCPT)" to LibelleEvenement
                           Move ValeurNetAvances to MontantEvenement
                           Move NetRachatTotal to NetEvenement
                           Perform EcritNotificationClient

      *                    Alerte SMS de securite au souscripteur
                           Move "RTOTAL" to EvenementSMS
                           Move 0 to IdTiersSMS
                           Move CodeProduitOC to CodeProduitSMS
                           Move NoContratOC to NoContratSMS
                           Move ValeurNetAvances to MontantSMS
                           Perform EnvoieAlerteSMS

                           move " Contrat cloture - rachat total enregistre :" & CodeProduitOC & ' ' & NoContratOC to LaInfoComm
                           display InfoComm
                           Accept FinInsertion at line 25 col 75
                           Display REsetInfoComm
                       else
                           EXEC SQL
                               ROLLBACK
                           END-EXEC
                           move " Erreur : rachat total annule, rien n'a ete enregistre " to LaInfoAide
                           display InfoAide
                           Accept FinInsertion at line 25 col 75
                           Display REsetInfoAide
                       end-if
                   end-if
                   end-if
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *    Enregistrement de la part de rachat total d'un beneficiaire (TiersBeneficPC, montant deja
      *    proratise dans MontantRachatBenef par RachatTotal-trt) : une ligne OperationsCompte 'R' et
      *    son ordre de virement - appele une fois par beneficiaire du contrat
      *-----------------------------------------------------------------------------------------------
       RachatTotal-PaieBeneficiaire.
           Move MontantRachatBenef to MontantOperationOC
           Move 'R' to TypeOperationOC

           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC.
           Add 1 to NoOperationOC

           Move DateTraitement to DateOperationContrat

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateOperationOC
           end-string

           EXEC SQL
               INSERT INTO OperationsCompte
                   (CodeProduit
                   ,NoContrat
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,Operateur)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:OperateurOC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OperationsCompte " at line 24 Col 2 foreground-color is 2 highlight
               Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
               Move 0 to RachatTotalOk
           else
      *>  Rachat total : quote-parts de fiscalite et de penalite de sortie du beneficiaire
      *>  (decompte), part de plus-value et abattement proratises sur sa ligne 'R' (cf
      *>  CalculFiscaliteRachat) - rien de tout cela en succession
               Move 0 to FiscalitePartBenef
               Move 0 to PenalitePartBenef
               If MarqueFiscaliteTotal = 1
                   Compute FiscalitePartBenef rounded =
                       FiscaliteRachatTotal * PourcentageBenefRachat / 100
                   Compute PenalitePartBenef rounded =
                       PenaliteRachatTotal * PourcentageBenefRachat / 100
                   Compute PartPlusValueOC rounded =
                       PartPlusValueRachat * PourcentageBenefRachat / 100
                   Compute AbattementFiscalOC rounded =
                       AbattementRachat * PourcentageBenefRachat / 100
                   Perform MarqueFiscaliteLigneR
                   Perform MarqueDonneurOrdre
               else
                   Perform MarqueLigneRNonImposable
               end-if
      *>  Ordre de virement vers le beneficiaire, a partir de son RIB deja stocke dans TiersSB
      *>  - en succession, net du prelevement deces retenu (cf CalculPrelevementDeces)
               Move "RACHAT TOTAL" to LibelleOP
               Subtract PrelevementDecesBenef from MontantOperationOC
               Perform EcritOrdreVirement
      *>  Decompte de reglement du beneficiaire : comment son montant
      *>  a ete arrete, piece a piece
               If VirementBenefTrouve = 1
                   Perform EcritDecompteReglement
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *    Fiscalite du rachat total (FiscaliteRachatTotal) en ligne 'F' du contrat, posee apres
      *    les lignes 'R' des beneficiaires - meme forme que RachatTotal-PaieBeneficiaire
      *-----------------------------------------------------------------------------------------------
       PoseFiscaliteRachatTotal.
           Move FiscaliteRachatTotal to MontantOperationOC
           Move 'F' to TypeOperationOC

           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC.
           Add 1 to NoOperationOC

           EXEC SQL
               INSERT INTO OperationsCompte
                   (CodeProduit
                   ,NoContrat
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,Operateur)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:OperateurOC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OperationsCompte " at line 24 Col 2 foreground-color is 2 highlight
               Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
               Move 0 to RachatTotalOk
           end-if.

      *-----------------------------------------------------------------------------------------------
      *    Pose de l'ordre de virement du rachat total vers le beneficiaire du contrat : une
      *    ligne 'E' (emis) dans OrdresPaiement, avec IBAN/BIC du beneficiaire (TiersSB).
      *    L'extraction vers le fichier bancaire (et le passage a 'T') est faite a part par
      *    TransmetOrdresPaiement - l'ancien OrdreVirement.txt ecrit a l'emission ne
      *    permettait ni de savoir ce qui etait parti, ni d'eviter un double envoi.
      *-----------------------------------------------------------------------------------------------
       EcritOrdreVirement.
           EXEC SQL
               SELECT IdTiers, CodeBanque, CodeGuichet, RacineCompte, TypeCompte, CleRib,
                Intitule, Prenom, Nom, COALESCE(Iban, ' '), COALESCE(Bic, ' ')
               INTO :IdTiers, :CodeBanqueT, :CodeGuichet, :RacineCompte, :TypeCompte, :CleRib,
                :Intitule, :Prenom, :Nom, :IbanT, :BicT
               FROM TiersSB
               WHERE IdTiers = :TiersBeneficPC
           END-EXEC

           If SQLCODE <> 0
               Move 0 to VirementBenefTrouve
               move " Erreur : beneficiaire introuvable pour l'ordre de virement - code " & SQLCODE to LaInfoAide
               display InfoAide
               Display REsetInfoAide
           else
               Move 1 to VirementBenefTrouve
           end-if.

           If VirementBenefTrouve = 1
      *>  La banque n'accepte plus que IBAN+BIC : un Tiers du stock pas encore
      *>  converti (Iban a blanc) est derive a la volee depuis son RIB
               If IbanT of TiersSouscrBenef = spaces
                   Move CodeBanqueT of TiersSouscrBenef to BbanBanque
                   Move CodeGuichet of TiersSouscrBenef to BbanGuichet
                   Move RacineCompte of TiersSouscrBenef to BbanRacine
                   Move TypeCompte of TiersSouscrBenef to BbanType
                   Move CleRib of TiersSouscrBenef to BbanCle
                   Perform CalculIbanDepuisRib
                   Move IbanCalcule to IbanT of TiersSouscrBenef
               end-if

               EXEC SQL
                   SELECT MAX(NoOrdre)
                   INTO :NoOrdreOP
                   FROM OrdresPaiement
               END-EXEC
               If SQLCODE = 100
                   Move 0 to NoOrdreOP
               end-if
               Add 1 to NoOrdreOP

               Move CodeProduitOC to CodeProduitOP
               Move NoContratOC to NoContratOP
               Move TiersBeneficPC to IdTiersOP
               Move 'V' to SensOrdreOP
               Move MontantOperationOC to MontantOrdreOP
               Move DateOperationOC to DateEmissionOP
               Move 'E' to StatutOrdreOP
               Move spaces to DateStatutOP
               Move IbanT of TiersSouscrBenef to IbanOP
               Move BicT of TiersSouscrBenef to BicOP
               Move Nom of TiersSouscrBenef to NomTiersOP
               Move Prenom of TiersSouscrBenef to PrenomTiersOP
      *>  LibelleOP est pose par l'appelant (rachat total, renonciation...)

               EXEC SQL
                   INSERT INTO OrdresPaiement
                       (NoOrdre, CodeProduit, NoContrat, IdTiers, SensOrdre,
                        MontantOrdre, DateEmission, StatutOrdre, DateStatut,
                        Iban, Bic, NomTiers, PrenomTiers, Libelle)
                   VALUES
                       (:NoOrdreOP, :CodeProduitOP, :NoContratOP, :IdTiersOP,
                        :SensOrdreOP, :MontantOrdreOP, :DateEmissionOP,
                        :StatutOrdreOP, :DateStatutOP, :IbanOP, :BicOP,
                        :NomTiersOP, :PrenomTiersOP, :LibelleOP)
               END-EXEC

               If SQLCODE <> 0
                   Display " Erreur : OrdresPaiement " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to RachatTotalOk
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *    Decompte de reglement du beneficiaire qui vient d'etre paye : part, brut, frais,
      *    fiscalite, prelevements sociaux estimes sur sa quote-part de la reserve d'interets
      *    (ils se prelevent en fin d'annee), net et IBAN servi - bloc cumulatif dans
      *    DecomptesReglement.txt (meme principe d'EXTEND que le certificat de souscription),
      *    reference sur l'avis client par le marqueur (DCPT). Le libelle est celui du modele
      *    de courrier DECOMP en vigueur (cf FusionModele)
      *-----------------------------------------------------------------------------------------------
       EcritDecompteReglement.
           Move 0 to ReservePartBenef
           Move CodeProduitOC to CodeProduitIC
           Move NoContratOC to NoContratIC
           Move Annee of DateTraitement to AnneeCouruIC
           EXEC SQL
               SELECT MontantCouru
               INTO :MontantCouruIC
               FROM InteretsCourus
               WHERE (CodeProduit = :CodeProduitIC
               AND NoContrat = :NoContratIC
               AND AnneeCouru = :AnneeCouruIC)
           END-EXEC
           If SQLCODE = 0
               Compute ReservePartBenef rounded =
                   MontantCouruIC * PourcentageBenefRachat / 100
           end-if
           Multiply ReservePartBenef by TauxPrelSociauxDefaut
               giving PrelSocPartBenef rounded

           Move "DecomptesReglement" to NomBaseGN
           Perform PrepareGeneration
           Move NomGenerationGN to NomFichierDecompte
           open extend FichierDecompte
           If FichierDecompteStatus = "00" or = "05"
      *        Libelle du modele de courrier en vigueur, a defaut libelle historique
               Move "DECOMP" to TypeDocumentDM
               Perform ChargeModeleDocument

               Move "DECOMP" to TypeDocumentDA
               Move IdTiers of TiersSouscrBenef to IdTiersDA
               Move CodeProduitOC to CodeProduitDA
               Move NoContratOC to NoContratDA
               Move VersionModeleDM to VersionModeleDA
               Perform ArchiveOuvreDocument

               If VersionModeleDM > 0
                   Perform DecompteChampsFusion
                   Move 1 to IndexLigneModele
                   Perform DecompteLigneModele
                       until IndexLigneModele > NbLignesModeleDM
               else
                   Perform DecompteLibelleHistorique
               end-if

               close FichierDecompte
               Perform ArchiveFermeDocument
           end-if.

      *    Libelle d'origine du decompte, quand aucun modele DECOMP n'est en vigueur
       DecompteLibelleHistorique.
           move all "=" to EnrFichierDecompte(1:78)
           Move EnrFichierDecompte to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDecompte

           Move CodeProduitOC to CodeProduitCle
           Move NoContratOC to NoContratCle
           Perform CalculeCleContrat
           String "DECOMPTE DE REGLEMENT - CONTRAT "
               CodeProduitOC ' ' NoContratOC '-' CleContratEdition
               " - " DateOperationOC
               " - " LibelleOP
               into EnrLigneDecompte
           end-string
           Move EnrLigneDecompte to EnrFichierDecompte
           Move EnrFichierDecompte to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDecompte

           String "Beneficiaire : "
               Nom of TiersSouscrBenef ' '
               Prenom of TiersSouscrBenef
               into EnrLigneDecompte
           end-string
           Move EnrLigneDecompte to EnrFichierDecompte
           Move EnrFichierDecompte to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDecompte

           Move PourcentageBenefRachat to PctDecompteDisplay
           String "  Part .............................. : "
               PctDecompteDisplay " %"
               into EnrLigneDecompte
           end-string
           Move EnrLigneDecompte to EnrFichierDecompte
           Move EnrFichierDecompte to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDecompte

           Compute MontantDecompteDisplay =
               MontantRachatBenef + FiscalitePartBenef + PenalitePartBenef
           String "  Montant brut ...................... : "
               MontantDecompteDisplay
               into EnrLigneDecompte
           end-string
           Move EnrLigneDecompte to EnrFichierDecompte
           Move EnrFichierDecompte to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDecompte
      *    Part du complement de plancher deces (ligne 'D', cf
      *    CalculPlancherDeces) - succession seulement
           If PlancherPartBenef > 0
               Move PlancherPartBenef to MontantDecompteDisplay
               String "  dont garantie plancher deces ...... : "
                   MontantDecompteDisplay
                   into EnrLigneDecompte
               end-string
               Move EnrLigneDecompte to EnrFichierDecompte
               Move EnrFichierDecompte to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierDecompte
           end-if

           move "  Frais ............................. :         0.00"
               to EnrFichierDecompte
           Move EnrFichierDecompte to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDecompte
      *    Quote-part de la penalite de sortie du bareme (cf
      *    CalculPenaliteRachat) - nulle en succession
           Move PenalitePartBenef to MontantDecompteDisplay
           String "  Penalite de sortie ................ : "
               MontantDecompteDisplay
               into EnrLigneDecompte
           end-string
           Move EnrLigneDecompte to EnrFichierDecompte
           Move EnrFichierDecompte to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDecompte
      *    Quote-part de la fiscalite du rachat total (plus-value
      *    seule, cf CalculFiscaliteRachat) - nulle en succession
           Move FiscalitePartBenef to MontantDecompteDisplay
           String "  Fiscalite de rachat ............... : "
               MontantDecompteDisplay
               into EnrLigneDecompte
           end-string
           Move EnrLigneDecompte to EnrFichierDecompte
           Move EnrFichierDecompte to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDecompte

           Move PrelSocPartBenef to MontantDecompteDisplay
           String "  Prel. sociaux estimes (fin annee) . : "
               MontantDecompteDisplay
               into EnrLigneDecompte
           end-string
           Move EnrLigneDecompte to EnrFichierDecompte
           Move EnrFichierDecompte to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDecompte

      *    Fiscalite deces du beneficiaire (cf CalculPrelevementDeces)
      *    - succession seulement
           If ReglementSuccession = 1
               Move CapitalAvant70Benef to MontantDecompteDisplay
               String "  Capital primes avant 70 ans ....... : "
                   MontantDecompteDisplay
                   into EnrLigneDecompte
               end-string
               Move EnrLigneDecompte to EnrFichierDecompte
               Move EnrFichierDecompte to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierDecompte

               Move AbattementImpute to MontantDecompteDisplay
               String "  Abattement impute ................. : "
                   MontantDecompteDisplay
                   into EnrLigneDecompte
               end-string
               Move EnrLigneDecompte to EnrFichierDecompte
               Move EnrFichierDecompte to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierDecompte

               Move PrelevementDecesBenef to MontantDecompteDisplay
               String "  Prelevement deces retenu .......... : "
                   MontantDecompteDisplay
                   into EnrLigneDecompte
               end-string
               Move EnrLigneDecompte to EnrFichierDecompte
               Move EnrFichierDecompte to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierDecompte

               Move CapitalApres70Benef to MontantDecompteDisplay
               String "  Capital primes apres 70 ans ....... : "
                   MontantDecompteDisplay
                   into EnrLigneDecompte
               end-string
               Move EnrLigneDecompte to EnrFichierDecompte
               Move EnrFichierDecompte to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierDecompte

               Move PrimesApres70Benef to MontantDecompteDisplay
               String "  dont primes (droits de succession)  : "
                   MontantDecompteDisplay
                   into EnrLigneDecompte
               end-string
               Move EnrLigneDecompte to EnrFichierDecompte
               Move EnrFichierDecompte to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierDecompte
           end-if

           Compute MontantDecompteDisplay =
               MontantRachatBenef - PrelevementDecesBenef
           String "  NET PAYE .......................... : "
               MontantDecompteDisplay
               into EnrLigneDecompte
           end-string
           Move EnrLigneDecompte to EnrFichierDecompte
           Move EnrFichierDecompte to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDecompte

           String "  Paye sur IBAN ..................... : "
               IbanOP
               into EnrLigneDecompte
           end-string
           Move EnrLigneDecompte to EnrFichierDecompte
           Move EnrFichierDecompte to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDecompte.

      *    Ligne IndexLigneModele du modele DECOMP - une ligne dont un champ est vide (plancher
      *    deces, fiscalite deces hors succession) n'est pas ecrite
       DecompteLigneModele.
           Perform FusionneLigneModele
           If BlocModeleDM = spaces and LigneOmiseDM = 0
               Move LigneFusionDM to EnrFichierDecompte
               Move EnrFichierDecompte to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierDecompte
           end-if
           Add 1 to IndexLigneModele.

      *-----------------------------------------------------------------------------------------------
      *  Champs de fusion du decompte (modele DECOMP) : memes montants que le libelle historique ;
      *  PLANCHER vide sans complement de plancher deces, fiscalite deces du beneficiaire vide
      *  hors succession
      *-----------------------------------------------------------------------------------------------
       DecompteChampsFusion.
           Move "DATE" to NomChampFusion
           Move DateOperationOC to ValeurChampFusion
           Perform AjouteChampFusion

           Move "CONTRAT" to NomChampFusion
           Move CodeProduitOC to CodeProduitCle
           Move NoContratOC to NoContratCle
           Perform CalculeCleContrat
           String CodeProduitOC ' ' NoContratOC '-' CleContratEdition into ValeurChampFusion
           end-string
           Perform AjouteChampFusion

           Move "LIBELLE" to NomChampFusion
           Move LibelleOP to ValeurChampFusion
           Perform AjouteChampFusion

           Move "BENEFICIAIRE" to NomChampFusion
           String Nom of TiersSouscrBenef ' '
               Prenom of TiersSouscrBenef
               into ValeurChampFusion
           end-string
           Perform AjouteChampFusion

           Move "ADRESSE" to NomChampFusion
           String NoRue of TiersSouscrBenef ' '
               Rue of TiersSouscrBenef ' '
               CodePostal of TiersSouscrBenef ' '
               Ville of TiersSouscrBenef
               into ValeurChampFusion
           end-string
           Perform AjouteChampFusion

           Move "PART" to NomChampFusion
           Move PourcentageBenefRachat to PctDecompteDisplay
           Move PctDecompteDisplay to ValeurChampFusion
           Perform AjouteChampFusion

           Move "BRUT" to NomChampFusion
           Compute MontantDecompteDisplay =
               MontantRachatBenef + FiscalitePartBenef + PenalitePartBenef
           Move MontantDecompteDisplay to ValeurChampFusion
           Perform AjouteChampFusion

           Move "PLANCHER" to NomChampFusion
           If PlancherPartBenef > 0
               Move PlancherPartBenef to MontantDecompteDisplay
               Move MontantDecompteDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "PENALITE" to NomChampFusion
           Move PenalitePartBenef to MontantDecompteDisplay
           Move MontantDecompteDisplay to ValeurChampFusion
           Perform AjouteChampFusion

           Move "FISCALITE" to NomChampFusion
           Move FiscalitePartBenef to MontantDecompteDisplay
           Move MontantDecompteDisplay to ValeurChampFusion
           Perform AjouteChampFusion

           Move "PRELSOC" to NomChampFusion
           Move PrelSocPartBenef to MontantDecompteDisplay
           Move MontantDecompteDisplay to ValeurChampFusion
           Perform AjouteChampFusion

      *    Fiscalite deces du beneficiaire (cf CalculPrelevementDeces) - succession seulement
           Move "CAPITAL_AV70" to NomChampFusion
           If ReglementSuccession = 1
               Move CapitalAvant70Benef to MontantDecompteDisplay
               Move MontantDecompteDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "ABATTEMENT" to NomChampFusion
           If ReglementSuccession = 1
               Move AbattementImpute to MontantDecompteDisplay
               Move MontantDecompteDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "PREL_DECES" to NomChampFusion
           If ReglementSuccession = 1
               Move PrelevementDecesBenef to MontantDecompteDisplay
               Move MontantDecompteDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "CAPITAL_AP70" to NomChampFusion
           If ReglementSuccession = 1
               Move CapitalApres70Benef to MontantDecompteDisplay
               Move MontantDecompteDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "PRIMES_AP70" to NomChampFusion
           If ReglementSuccession = 1
               Move PrimesApres70Benef to MontantDecompteDisplay
               Move MontantDecompteDisplay to ValeurChampFusion
           end-if
           Perform AjouteChampFusion

           Move "NET" to NomChampFusion
           Compute MontantDecompteDisplay =
               MontantRachatBenef - PrelevementDecesBenef
           Move MontantDecompteDisplay to ValeurChampFusion
           Perform AjouteChampFusion

           Move "IBAN" to NomChampFusion
           Move IbanOP to ValeurChampFusion
           Perform AjouteChampFusion.

       RachatTotal-fin.
      *    Liberation du verrou de travail de la session
           Perform LibereVerrouContrat.

           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.

           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 52 - Transfert sortant : le client emporte son contrat dans un autre etablissement.
      *  Meme cloture que le rachat total (frais de gestion au prorata, avances retenues, penalite
      *  de sortie du bareme) mais SANS fiscalite de rachat : l'epargne n'est pas rendue au client,
      *  elle part par ordre de virement a l'IBAN de l'etablissement d'accueil. La ligne 'R' du
      *  reglement est tracee dans TransfertsSortants (les rapports de production la separent des
      *  rachats) et un certificat de transfert - date d'ouverture, versements, plus-values,
      *  interets courus au jour - est remis pour l'etablissement d'accueil. Tout ou rien :
      *  commit/rollback groupe comme le rachat total
      *-----------------------------------------------------------------------------------------------
       TransfertSortant.
           perform TransfertSortant-init.
      *    Fenetre de comptabilisation : journee fermee = pas de pose
           Move "TransfertSortant" to EcranControleJournee
           Perform VerifieJourneeOuverte
           If JourneeOuverte = 1
               perform TransfertSortant-trt
           end-if.
           perform TransfertSortant-fin.

       TransfertSortant-init.
           Move spaces to CodeProduitPC
           Move 0 to NoContratPC
           Move spaces to CodeProduitOC
           Move 0 to NoContratOC
           Move 0 to NoContratPCDisplay
           Move spaces to ConfirmeTransfertSortant

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

           EXEC SQL
               SET AUTOCOMMIT OFF
           END-EXEC.

       TransfertSortant-trt.
           display M-TransfertSortant
           Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight.
           Move Function Upper-case(CodeProduitPC) to CodeProduitPC
           display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight.
           Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight.
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 4 col 28 foreground-color is 3 highlight.
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           move CodeProduitPC to CodeProduitOC
           move NoContratPC to NoContratOC

      *    Verrou de travail : une autre session sur ce contrat = refus
           Perform PoseVerrouContrat
           If VerrouRefuse = 1
               Move spaces to CodeProduitPC
               Move 0 to NoContratPC
               Move 0 to NoContratPCDisplay
           else

           EXEC SQL
               SELECT CodeProduit, NoContrat, ValeurCourante, TiersBenefic, COALESCE(Nanti, 0),
                TiersSouscr, COALESCE(MontantSaisi, 0),
                COALESCE(TauxGaranti, 0), COALESCE(DateFinGarantie, ' ')
               INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC, :TiersBeneficPC, :NantiPC,
                :TiersSouscrPC, :MontantSaisiPC,
                :TauxGarantiPC, :DateFinGarantiePC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC
               AND EtatProduit = 1)
           END-EXEC.

           If SQLCODE = 100
               Display " Erreur : contrat non trouve, deja cloture ou bloque - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
               accept OkNonTrouve at line 23 col 75
           else
      *>  Contrat nanti ou sous saisie / ATD : le transfert est bloque comme la cloture
      *>  (cf RachatTotal-trt) - le creancier garde son droit sur la valeur
           If NantiPC = 1 or MontantSaisiPC > 0
               If NantiPC = 1
                   Display " Contrat nanti - transfert bloque - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
               else
                   Display " Saisie / ATD en cours - transfert bloque - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
               end-if
               accept OkNonTrouve at line 23 col 75
           else
      *>  Beneficiaire acceptant (cf ClauseBeneficiaires-Acceptation) : pas de sortie du
      *>  contrat sans son consentement ecrit
           Perform VerifieAcceptationBenef
           If AcceptationBloque = 1
               continue
           else
      *>  Ordre donne sous procuration : meme etendue que le rachat (cf ControleProcuration)
           Move 3 to PorteeDemandee
           Perform SaisieDonneurOrdre
           If ProcurationOk = 0
               continue
           else
               Perform TransfertSortant-Saisie
               Perform TransfertSortant-Calcul

               If MontantTransfertSortant = 0
                   move " Rien a transferer : la valeur est absorbee par les avances et retenues " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               else
                   Accept ConfirmeTransfertSortant at line 18 col 34 required foreground-color is 3 highlight
                   Move Function Upper-case(ConfirmeTransfertSortant) to ConfirmeTransfertSortant
                   If ConfirmeTransfertSortant = 'O'
                       Perform TransfertSortant-Enregistre
                   end-if
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Etablissement d'accueil : code banque du referentiel (un etablissement ferme au fichier
      *  officiel ne recoit plus de fonds - cf ImportEtablissements), IBAN francais de cet
      *  etablissement (code banque de l'IBAN = code saisi, cle controlee par la derivation du
      *  RIB - cf CalculIbanDepuisRib), BIC et reference du contrat chez l'accueil (facultative)
      *-----------------------------------------------------------------------------------------------
       TransfertSortant-Saisie.
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Move 0 to CodeBanqueDestTS
               Accept CodeBanqueDestTS at line 7 col 33 required foreground-color is 3 Highlight
               Move CodeBanqueDestTS to CodeBanque
               Move 'O' to EtatBanqueB
               EXEC SQL
                   SELECT NomBanque, COALESCE(Etat, 'O')
                   INTO :NomBanque, :EtatBanqueB
                   FROM Banque
                   WHERE CodeBanque = :CodeBanque
               END-EXEC
               evaluate true
                   when SQLCODE = 0 and EtatBanqueB not = 'F'
                       move 1 to DonneesValides
                   when SQLCODE = 0
                       move " Etablissement ferme au fichier officiel - transfert impossible " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   when SQLCODE = 100
                       move " Banque inconnue - voir Gestion des Banques " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   when other
                       move 1 to DonneesValides
               end-evaluate
           end-perform
           Display NomBanque(1:40) at line 7 col 40 foreground-color is 3 highlight

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Move spaces to IbanDestTS
               Accept IbanDestTS at line 8 col 33 required foreground-color is 3 Highlight
               Move Function Upper-case(IbanDestTS) to IbanDestTS
               Display IbanDestTS at line 8 col 33 foreground-color is 3 Highlight
               Perform ControleIbanEtablissement
               If IbanDestOk = 1
                   move 1 to DonneesValides
               else
                   move " IBAN invalide ou d'un autre etablissement que le code banque saisi " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           Move spaces to BicDestTS
           Accept BicDestTS at line 9 col 33 required foreground-color is 3 Highlight
           Move Function Upper-case(BicDestTS) to BicDestTS
           Display BicDestTS at line 9 col 33 foreground-color is 3 Highlight

           Move spaces to RefContratDestTS
           Accept RefContratDestTS at line 10 col 33 foreground-color is 3 Highlight.

      *    IBAN FR + cle + BBAN numerique dont le code banque est celui de l'etablissement saisi,
      *    cle verifiee en rederivant l'IBAN depuis le BBAN
       ControleIbanEtablissement.
           Move 0 to IbanDestOk
           If IbanDestTS(1:2) = "FR" and IbanDestTS(5:23) is numeric
            and IbanDestTS(28:7) = spaces
               Move IbanDestTS(5:23) to BbanIban
               If BbanBanque = CodeBanqueDestTS
                   Perform CalculIbanDepuisRib
                   If IbanCalcule = IbanDestTS(1:27)
                       Move 1 to IbanDestOk
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Montant transfere et apercu : frais de gestion au prorata (cf CalculFraisGestionCloture),
      *  avances retenues, penalite de sortie du bareme (cf CalculPenaliteRachat) - PAS de
      *  fiscalite de rachat. Le certificat decompose le montant en part versements (primes
      *  nettes de la mecanique fiscale, cf CalculFiscaliteRachat - l'impot qu'elle calcule n'est
      *  pas retenu) et part plus-values, comme l'etablissement d'accueil les saisit a
      *  l'entree (cf SaisieTransfertEntrant) ; interets courus au jour par la mecanique de la
      *  situation a date (cf SituationADate-Courus), pour information
      *-----------------------------------------------------------------------------------------------
       TransfertSortant-Calcul.
           Move CodeProduitOC to CodeProduitRecherche
           Perform ChargeParamProduit
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateVersionRecherche
           end-string
           Perform ChargeParamProduitDate
           Perform CalculFraisGestionCloture
           Compute ValeurApresFraisGestion =
               ValeurCourantePC - FraisGestionCloture

           Perform ChargeSoldeAvances
           If SoldeAvancesContrat > ValeurApresFraisGestion
               Move 0 to ValeurNetAvances
           else
               Compute ValeurNetAvances =
                   ValeurApresFraisGestion - SoldeAvancesContrat
           end-if

           Move ValeurApresFraisGestion to MontantBrutPenalite
           Perform CalculPenaliteRachat
           Move PenaliteRachat to PenaliteTransfertSortant
           If PenaliteTransfertSortant > ValeurNetAvances
               Move ValeurNetAvances to PenaliteTransfertSortant
           end-if
           Compute MontantTransfertSortant =
               ValeurNetAvances - PenaliteTransfertSortant

           Move ValeurApresFraisGestion to MontantBrutFiscal
           Move ValeurApresFraisGestion to ValeurFiscaleRachat
           Perform CalculFiscaliteRachat
           Move DateEffetFiscal to DateOuvertureTS
           If PrimesNettesFiscal > MontantTransfertSortant
               Move MontantTransfertSortant to MontantVersementsTS
           else
               Move PrimesNettesFiscal to MontantVersementsTS
           end-if
           Compute MontantPlusValuesTS =
               MontantTransfertSortant - MontantVersementsTS

           Move DateTraitement to DateSituation
           String annee of DateSituation '-'
               Mois of DateSituation '-'
               jour of DateSituation into DateSituationTxt
           end-string
           Move ValeurCourantePC to SoldeSituation
           Perform SituationADate-Courus
           Move InteretsCourusSituation to InteretsCourusTS

           Display " Valeur du contrat .......... :" at line 12 col 1 foreground-color is 2 Highlight
           Move ValeurCourantePC to MontantPreviewDisplay
           Display MontantPreviewDisplay at line 12 col 33 foreground-color is 3 Highlight
           Display " Frais de gestion (prorata) . :" at line 13 col 1 foreground-color is 2 Highlight
           Move FraisGestionCloture to MontantPreviewDisplay
           Display MontantPreviewDisplay at line 13 col 33 foreground-color is 3 Highlight
           Display " Avances retenues ........... :" at line 14 col 1 foreground-color is 2 Highlight
           If SoldeAvancesContrat > ValeurApresFraisGestion
               Move ValeurApresFraisGestion to MontantPreviewDisplay
           else
               Move SoldeAvancesContrat to MontantPreviewDisplay
           end-if
           Display MontantPreviewDisplay at line 14 col 33 foreground-color is 3 Highlight
           Display " Penalite de sortie ......... :" at line 15 col 1 foreground-color is 2 Highlight
           Move PenaliteTransfertSortant to MontantPreviewDisplay
           Display MontantPreviewDisplay at line 15 col 33 foreground-color is 3 Highlight
           Display "(pas de fiscalite de rachat)" at line 15 col 48 foreground-color is 2 Highlight
           Display " MONTANT TRANSFERE .......... :" at line 16 col 1 background-color is 14 foreground-color is 1
           Move MontantTransfertSortant to MontantPreviewDisplay
           Display MontantPreviewDisplay at line 16 col 33 foreground-color is 3 Highlight
           Display " Versements / plus-values ... :" at line 17 col 1 foreground-color is 2 Highlight
           Move MontantVersementsTS to MontantPreviewDisplay
           Display MontantPreviewDisplay at line 17 col 33 foreground-color is 3 Highlight
           Move MontantPlusValuesTS to MontantPreviewDisplay
           Display MontantPreviewDisplay at line 17 col 48 foreground-color is 3 Highlight
           Display " Interets courus au jour .... :" at line 19 col 1 foreground-color is 2 Highlight
           Move InteretsCourusTS to MontantPreviewDisplay
           Display MontantPreviewDisplay at line 19 col 33 foreground-color is 3 Highlight
           Display "(au certificat, pour information)" at line 19 col 48 foreground-color is 2 Highlight.

      *-----------------------------------------------------------------------------------------------
      *  Cloture et reglement : contrat a zero en EtatProduit 0, frais de gestion de l'annee en
      *  ligne 'F' de nature 'G', reglement en ligne 'R' marquee non imposable (part de plus-value
      *  et abattement a zero, cf MarqueLigneRNonImposable - ExtraitFiscalIFU ne la declare donc
      *  pas), ordre de virement a
      *  l'etablissement, trace TransfertsSortants, penalite de sortie en ligne 'F' de nature 'P',
      *  certificat, puis commit groupe - ou rollback de l'ensemble
      *-----------------------------------------------------------------------------------------------
       TransfertSortant-Enregistre.
           Move 1 to TransfertSortantOk
           Move CodeOperateur to OperateurOC
           Move 0 to EtatProduitPC
           Move CodeOperateur to OperateurPC

           EXEC SQL
               UPDATE ProduitsClient
               SET ValeurCourante = 0,
                   EtatProduit = :EtatProduitPC,
                   Operateur = :OperateurPC
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : ProduitsClient " at line 24 Col 2 foreground-color is 2 highlight
               Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
               Move 0 to TransfertSortantOk
           else
               If FraisGestionCloture > 0
                   Perform PoseFraisGestionCloture
                   If SQLCODE <> 0
                       Move 0 to TransfertSortantOk
                   end-if
               end-if
               If TransfertSortantOk = 1
                   Perform TransfertSortant-PoseReglement
               end-if
               If TransfertSortantOk = 1 and PenaliteTransfertSortant > 0
                   Move PenaliteTransfertSortant to MontantOperationOC
                   Perform PosePenaliteRachat
                   If SQLCODE <> 0
                       Move 0 to TransfertSortantOk
                   end-if
               end-if
               If TransfertSortantOk = 1
                   Perform EcritCertificatTransfert
               end-if
           end-if

           If TransfertSortantOk = 1
      *>  Les avances retenues sur le reglement sont soldees
               Perform SoldeAvancesApresReglement
               EXEC SQL
                   COMMIT
               END-EXEC
      *        Avis de confirmation au client
               Move "TRANSFERT SORTANT" to LibelleEvenement
               Move ValeurNetAvances to MontantEvenement
               Move MontantTransfertSortant to NetEvenement
               Perform EcritNotificationClient

               move " Contrat transfere - ordre de virement et certificat emis :" & CodeProduitOC & ' ' & NoContratOC to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               move " Erreur : transfert annule, rien n'a ete enregistre " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *    Ligne 'R' du montant transfere, ordre a l'etablissement, trace du transfert
       TransfertSortant-PoseReglement.
           Move MontantTransfertSortant to MontantOperationOC
           Move 'R' to TypeOperationOC

           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC.
           Add 1 to NoOperationOC

           Move DateTraitement to DateOperationContrat

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateOperationOC
           end-string

           EXEC SQL
               INSERT INTO OperationsCompte
                   (CodeProduit
                   ,NoContrat
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,Operateur)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:OperateurOC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OperationsCompte " at line 24 Col 2 foreground-color is 2 highlight
               Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
               Move 0 to TransfertSortantOk
           else
               Perform MarqueLigneRNonImposable
               Perform MarqueDonneurOrdre
               Perform TransfertSortant-OrdreEtablissement
               If TransfertSortantOk = 1
                   Perform TransfertSortant-Trace
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Ordre de paiement 'V' du montant transfere sur l'IBAN de l'etablissement d'accueil :
      *  l'ordre porte le titulaire (IdTiers) mais l'etablissement et la reference du contrat
      *  chez lui comme beneficiaire - meme forme que RegistreSaisies-OrdreCreancier
      *-----------------------------------------------------------------------------------------------
       TransfertSortant-OrdreEtablissement.
           EXEC SQL
               SELECT MAX(NoOrdre)
               INTO :NoOrdreOP
               FROM OrdresPaiement
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoOrdreOP
           end-if
           Add 1 to NoOrdreOP

           Move CodeProduitOC to CodeProduitOP
           Move NoContratOC to NoContratOP
           Move TiersSouscrPC to IdTiersOP
           Move 'V' to SensOrdreOP
           Move MontantTransfertSortant to MontantOrdreOP
           Move DateOperationOC to DateEmissionOP
           Move 'E' to StatutOrdreOP
           Move spaces to DateStatutOP
           Move IbanDestTS to IbanOP
           Move BicDestTS to BicOP
           Move NomBanque to NomTiersOP
           Move RefContratDestTS to PrenomTiersOP
           Move "TRANSFERT SORTANT" to LibelleOP

           EXEC SQL
               INSERT INTO OrdresPaiement
                   (NoOrdre, CodeProduit, NoContrat, IdTiers, SensOrdre,
                    MontantOrdre, DateEmission, StatutOrdre, DateStatut,
                    Iban, Bic, NomTiers, PrenomTiers, Libelle)
               VALUES
                   (:NoOrdreOP, :CodeProduitOP, :NoContratOP, :IdTiersOP,
                    :SensOrdreOP, :MontantOrdreOP, :DateEmissionOP,
                    :StatutOrdreOP, :DateStatutOP, :IbanOP, :BicOP,
                    :NomTiersOP, :PrenomTiersOP, :LibelleOP)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OrdresPaiement " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to TransfertSortantOk
           end-if.

       TransfertSortant-Trace.
           Move CodeProduitOC to CodeProduitTS
           Move NoContratOC to NoContratTS
           Move NoOperationOC to NoOperationTS
           Move DateOperationOC to DateTransfertTS
           Move MontantTransfertSortant to MontantTransfereTS
           Move NoOrdreOP to NoOrdreTS
           Move CodeOperateur to OperateurTS

           EXEC SQL
               INSERT INTO TransfertsSortants
                   (CodeProduit, NoContrat, NoOperation, CodeBanqueDest,
                    IbanDest, BicDest, RefContratDest, DateOuverture,
                    DateTransfert, MontantTransfere, MontantVersements,
                    MontantPlusValues, InteretsCourus, NoOrdre, Operateur)
               VALUES
                   (:CodeProduitTS, :NoContratTS, :NoOperationTS, :CodeBanqueDestTS,
                    :IbanDestTS, :BicDestTS, :RefContratDestTS, :DateOuvertureTS,
                    :DateTransfertTS, :MontantTransfereTS, :MontantVersementsTS,
                    :MontantPlusValuesTS, :InteretsCourusTS, :NoOrdreTS, :OperateurTS)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : TransfertsSortants " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to TransfertSortantOk
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Certificat de transfert pour l'etablissement d'accueil : titulaire, date d'ouverture
      *  (anteriorite d'un contrat lui-meme recu par transfert comprise), versements,
      *  plus-values, interets courus et montant transfere - bloc cumulatif dans
      *  CertificatsTransfert.txt, archive comme document du titulaire (type TRANSF)
      *-----------------------------------------------------------------------------------------------
       EcritCertificatTransfert.
           Move spaces to Nom of TiersSouscrBenef
           Move spaces to Prenom of TiersSouscrBenef
           EXEC SQL
               SELECT Nom, Prenom
               INTO :Nom, :Prenom
               FROM TiersSB
               WHERE IdTiers = :TiersSouscrPC
           END-EXEC

           Move "CertificatsTransfert" to NomBaseGN
           Perform PrepareGeneration
           Move NomGenerationGN to NomFichierCertifTransfert
           open extend FichierCertifTransfert
           If FichierCertifTransfertStatus = "00" or = "05"
               Move "TRANSF" to TypeDocumentDA
               Move TiersSouscrPC to IdTiersDA
               Move CodeProduitOC to CodeProduitDA
               Move NoContratOC to NoContratDA
               Perform ArchiveOuvreDocument

               move all "=" to EnrFichierCertifTransfert(1:78)
               Perform EcritLigneCertifTransfert
               Move spaces to EnrLigneCertifTransfert

               Move CodeProduitOC to CodeProduitCle
               Move NoContratOC to NoContratCle
               Perform CalculeCleContrat
               String "CERTIFICAT DE TRANSFERT - CONTRAT "
                   CodeProduitOC ' ' NoContratOC '-' CleContratEdition
                   " - " DateTransfertTS
                   into EnrLigneCertifTransfert
               end-string
               Perform EcritLibelleCertifTransfert

               String "  Titulaire ........................: "
                   Nom of TiersSouscrBenef ' '
                   Prenom of TiersSouscrBenef
                   into EnrLigneCertifTransfert
               end-string
               Perform EcritLibelleCertifTransfert

               String "  Etablissement d'accueil ..........: " delimited by size
                   NomBanque delimited by "  "
                   " (" delimited by size
                   CodeBanqueDestTS delimited by size
                   ")" delimited by size
                   into EnrLigneCertifTransfert
               end-string
               Perform EcritLibelleCertifTransfert

               String "  IBAN de l'etablissement ..........: " IbanDestTS
                   into EnrLigneCertifTransfert
               end-string
               Perform EcritLibelleCertifTransfert

               If RefContratDestTS not = spaces
                   String "  Reference chez l'accueil .........: " RefContratDestTS
                       into EnrLigneCertifTransfert
                   end-string
                   Perform EcritLibelleCertifTransfert
               end-if

               String "  Date d'ouverture (anteriorite) ...: " DateOuvertureTS
                   into EnrLigneCertifTransfert
               end-string
               Perform EcritLibelleCertifTransfert

               String "  Date du transfert ................: " DateTransfertTS
                   into EnrLigneCertifTransfert
               end-string
               Perform EcritLibelleCertifTransfert

               Move MontantVersementsTS to MontantCertifDisplay
               String "  Total des versements .............: " MontantCertifDisplay
                   into EnrLigneCertifTransfert
               end-string
               Perform EcritLibelleCertifTransfert

               Move MontantPlusValuesTS to MontantCertifDisplay
               String "  Plus-values acquises .............: " MontantCertifDisplay
                   into EnrLigneCertifTransfert
               end-string
               Perform EcritLibelleCertifTransfert

               Move InteretsCourusTS to MontantCertifDisplay
               String "  Interets courus au transfert .....: " MontantCertifDisplay
                   into EnrLigneCertifTransfert
               end-string
               Perform EcritLibelleCertifTransfert

               Move MontantTransfertSortant to MontantCertifDisplay
               String "  MONTANT TRANSFERE ................: " MontantCertifDisplay
                   into EnrLigneCertifTransfert
               end-string
               Perform EcritLibelleCertifTransfert

               close FichierCertifTransfert
               Perform ArchiveFermeDocument
           end-if.

       EcritLibelleCertifTransfert.
           Move EnrLigneCertifTransfert to EnrFichierCertifTransfert
           Move spaces to EnrLigneCertifTransfert
           Perform EcritLigneCertifTransfert.

       EcritLigneCertifTransfert.
           Move EnrFichierCertifTransfert to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierCertifTransfert.

       TransfertSortant-fin.
      *    Liberation du verrou de travail de la session
           Perform LibereVerrouContrat.

           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.

           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 53 - Conversion d'un contrat vers un autre produit : le titulaire d'un produit ferme
      *  a la vente passe sur un produit ouvert SANS rachat ni nouvelle souscription - pas de
      *  fiscalite, pas de frais, l'anteriorite (date d'effet) est conservee. Le contrat recoit un
      *  numero du compteur du produit cible et emporte valeur, historique, clause beneficiaire,
      *  nantissement et mandats (cf ConversionContrat, partage avec le job ConversionProduits) ;
      *  l'ancien numero reste en lien dans ConversionsProduit. L'eligibilite se juge sur le
      *  produit cible comme une souscription : statut de vente, bornes d'age du souscripteur a
      *  la date du jour, detention unique et plafond (valeur reprise). Au choix : conversion
      *  immediate, ou acceptation de l'offre enregistree pour le prochain passage du lot
      *-----------------------------------------------------------------------------------------------
       ConversionProduit.
           perform ConversionProduit-init.
      *    Fenetre de comptabilisation : journee fermee = pas de conversion pendant la chaine
           Move "ConversionProduit" to EcranControleJournee
           Perform VerifieJourneeOuverte
           If JourneeOuverte = 1
               perform ConversionProduit-trt
           end-if.
           perform ConversionProduit-fin.

       ConversionProduit-init.
           Move spaces to CodeProduitPC
           Move 0 to NoContratPC
           Move spaces to CodeProduitOC
           Move 0 to NoContratOC
           Move 0 to NoContratPCDisplay
           Move spaces to CodeProduitCibleConv
           Move spaces to ChoixConversion
           Move 0 to ConversionEligible

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

           EXEC SQL
               SET AUTOCOMMIT OFF
           END-EXEC.

       ConversionProduit-trt.
           display M-ConversionProduit
           Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight.
           Move Function Upper-case(CodeProduitPC) to CodeProduitPC
           display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight.
           Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight.
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 4 col 28 foreground-color is 3 highlight.
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           move CodeProduitPC to CodeProduitOC
           move NoContratPC to NoContratOC

      *    Verrou de travail : une autre session sur ce contrat = refus
           Perform PoseVerrouContrat
           If VerrouRefuse = 1
               Move spaces to CodeProduitPC
               Move 0 to NoContratPC
               Move 0 to NoContratPCDisplay
           else

           EXEC SQL
               SELECT PC.ValeurCourante, PC.DateEffet, PC.TiersSouscr,
                T.Nom, T.Prenom, T.DateNaissance
               INTO :ValeurCourantePC, :DateEffetPC, :TiersSouscrPC,
                :NomPlafond, :PrenomPlafond, :DateNaissPlafond
               FROM ProduitsClient PC, TiersSB T
               WHERE (PC.CodeProduit = :CodeProduitPC
               AND PC.NoContrat = :NoContratPC
               AND PC.EtatProduit = 1
               AND T.IdTiers = PC.TiersSouscr)
           END-EXEC.

           If SQLCODE = 100
               Display " Erreur : contrat non trouve ou non actif - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
               accept OkNonTrouve at line 23 col 75
           else
      *>  Ordre donne sous procuration : meme etendue que le rachat (cf ControleProcuration)
           Move 3 to PorteeDemandee
           Perform SaisieDonneurOrdre
           If ProcurationOk = 0
               continue
           else
               Display NomPlafond at line 7 col 33 foreground-color is 3 highlight
               Display PrenomPlafond at line 7 col 54 foreground-color is 3 highlight
               Display DateEffetPC at line 8 col 33 foreground-color is 3 highlight
               Move ValeurCourantePC to ValeurConversionDisplay
               Display ValeurConversionDisplay at line 9 col 33 foreground-color is 3 highlight

               Perform ConversionProduit-Cible
               If ConversionEligible = 1
                   Display " Contrat eligible : anteriorite et valeur conservees, sans frais ni fiscalite" at line 13 col 2 foreground-color is 2 highlight
                   Accept ChoixConversion at line 18 col 34 required foreground-color is 3 highlight
                   Move Function Upper-case(ChoixConversion) to ChoixConversion
                   evaluate ChoixConversion
                       when 'C'
                           Perform ConversionProduit-Enregistre
                       when 'A'
                           Perform ConversionProduit-Acceptation
                       when other
                           continue
                   end-evaluate
               end-if
           end-if
           end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Produit cible et eligibilite : produit connu du fichier parametres, autre que celui du
      *  contrat, ouvert a la souscription (StatutVente 'O')
      *-----------------------------------------------------------------------------------------------
       ConversionProduit-Cible.
           Move 0 to ConversionEligible
           Accept CodeProduitCibleConv at line 10 col 33 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitCibleConv) to CodeProduitCibleConv
           Display CodeProduitCibleConv at line 10 col 33 foreground-color is 3 highlight

           Move CodeProduitCibleConv to CodeProduitRecherche
           Perform ChargeParamProduit

           evaluate true
               when CodeProduitCibleConv = CodeProduitOC
                   move " Conversion refusee : le contrat est deja sur ce produit " to LaInfoAide
               when ProduitTrouve = 0
                   move " Conversion refusee : produit cible inconnu du fichier parametres " to LaInfoAide
               when StatutVente of Tab = 'F' or StatutVente of Tab = 'G'
                   move " Conversion refusee : produit cible ferme a la souscription " to LaInfoAide
               when other
                   Move 1 to ConversionEligible
           end-evaluate

           If ConversionEligible = 0
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Perform ConversionProduit-Eligibilite
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Regles de souscription du produit cible appliquees au souscripteur du contrat : bornes
      *  d'age a la date du jour (cf ControleAgeProduit), detention unique (le contrat n'est pas
      *  encore sur le produit cible, rien a ecarter) et plafond des versements pour la valeur
      *  reprise (cf ControlePlafondVersement)
      *-----------------------------------------------------------------------------------------------
       ConversionProduit-Eligibilite.
           Move DateNaissPlafond(1:4) to Annee of DateNaissanceTiers
           Move DateNaissPlafond(6:2) to Mois of DateNaissanceTiers
           Move DateNaissPlafond(9:2) to Jour of DateNaissanceTiers
           Move DateTraitement to DateEffetContratEpargne
           Call 'CalculAge' USING DateNaissanceTiers, DateEffetContratEpargne, AgeTiers

           Perform ControleAgeProduit
           If AgeSouscriptionOK = 0
               Move 0 to ConversionEligible
           else
               Move CodeProduitCibleConv to CodeProduitPlafond
               Move 0 to NoContratPlafond
               Move ValeurCourantePC to MontantPlafondControle
               Perform ControleDetentionUnique
               If DetentionRefusee = 1
                   Move 0 to ConversionEligible
                   move " Conversion refusee : un seul contrat " & CodeProduitPlafond & " par personne (contrat deja detenu) " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               else
                   Perform ControlePlafondVersement
                   If PlafondDepasse = 1
                       Move 0 to ConversionEligible
                       move " Conversion refusee : plafond du produit cible - montant maximum " & DisponiblePlafondDisplay & " Eur " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Conversion immediate : le contrat passe sous son nouveau numero (cf ConversionContrat),
      *  tout ou rien - avis au client avec le nouveau produit et le nouveau numero
      *-----------------------------------------------------------------------------------------------
       ConversionProduit-Enregistre.
           Move CodeProduitOC to CodeProduitOrigDC
           Move NoContratOC to NoContratOrigDC
           Move CodeProduitCibleConv to CodeProduitCibleDC
           Move spaces to DateConversionDC
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateConversionDC
           end-string
           Move 'M' to ModeConversionDC
           Move CodeOperateur to OperateurDC
           Call 'ConversionContrat' using DemandeConversion

           If RetourDC = 0
               EXEC SQL
                   COMMIT
               END-EXEC
      *        Verrou pose sur l'ancienne cle : leve avant de passer sur la nouvelle
               Perform LibereVerrouContrat
               Move CodeProduitCibleDC to CodeProduitOC
               Move NoContratCibleDC to NoContratOC
      *        Avis de confirmation au client
               Move "CONVERSION PRODUIT" to LibelleEvenement
               Move ValeurConversionDC to MontantEvenement
               Perform EcritNotificationClient

               move " Contrat converti - nouveau numero :" & CodeProduitOC & ' ' & NoContratOC to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               move " Erreur : conversion annulee, rien n'a ete enregistre (code " & RetourDC & ") " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Acceptation de l'offre de conversion : reservee aux titulaires d'un produit ferme a la
      *  vente (la conversion groupee est la sortie prevue du produit ferme) - le job
      *  ConversionProduits la reprend et re-controle l'eligibilite au jour du passage. Une
      *  acceptation encore en attente sur le contrat est remplacee par la nouvelle
      *-----------------------------------------------------------------------------------------------
       ConversionProduit-Acceptation.
           Move CodeProduitOC to CodeProduitRecherche
           Perform ChargeParamProduit

           If ProduitTrouve = 1
            and StatutVente of Tab not = 'F' and StatutVente of Tab not = 'G'
               move " Offre reservee aux produits fermes a la vente - utilisez la conversion immediate " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Move CodeProduitOC to CodeProduitOF
               Move NoContratOC to NoContratOF
               Move CodeProduitCibleConv to CodeProduitCibleOF
               Move spaces to DateAcceptationOF
               String Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement into DateAcceptationOF
               end-string
               Move 'A' to EtatOffreOF
               Move spaces to DateTraitementOF
               Move spaces to MotifRejetOF
               Move CodeOperateur to OperateurOF

               EXEC SQL
                   DELETE FROM OffresConversion
                   WHERE (CodeProduit = :CodeProduitOF
                   AND NoContrat = :NoContratOF
                   AND EtatOffre = 'A')
               END-EXEC

               EXEC SQL
                   INSERT INTO OffresConversion
                       (CodeProduit, NoContrat, CodeProduitCible, DateAcceptation,
                        EtatOffre, DateTraitement, MotifRejet, Operateur)
                   VALUES
                       (:CodeProduitOF, :NoContratOF, :CodeProduitCibleOF, :DateAcceptationOF,
                        :EtatOffreOF, :DateTraitementOF, :MotifRejetOF, :OperateurOF)
               END-EXEC

               If SQLCODE = 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   move " Acceptation enregistree - conversion au prochain passage du lot " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               else
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   Display " Erreur : OffresConversion " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   move " Erreur : acceptation non enregistree " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

       ConversionProduit-fin.
      *    Liberation du verrou de travail de la session
           Perform LibereVerrouContrat.

           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.

           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 54 - Partage d'un contrat conjoint entre ses deux titulaires (divorce, separation) :
      *  au lieu d'un rachat total et de deux souscriptions, le contrat d'origine continue avec
      *  l'un des titulaires et un nouveau contrat du meme produit est ouvert pour l'autre, avec
      *  l'anteriorite d'origine (DateAnteriorite). La part convenue (pourcentage ou montant de la
      *  valeur disponible) passe comme un transfert entre contrats (cf TransfertContrats) : debit
      *  'R' du contrat d'origine, credit 'V' du nouveau contrat, chaque ligne renvoyant a l'autre
      *  en NoOperationOrigine, lien dans TransfertsContrat - sans frais ni fiscalite, l'epargne
      *  reste sur le produit. Le versement programme est garde, transfere avec un nouveau mandat
      *  ou supprime ; une nouvelle clause beneficiaire est exigee sur chacun des deux contrats.
      *  Tout ou rien, evenement trace dans PartagesContrat
      *-----------------------------------------------------------------------------------------------
       PartageConjoint.
           perform PartageConjoint-init.
      *    Fenetre de comptabilisation : journee fermee = pas de pose
           Move "PartageConjoint" to EcranControleJournee
           Perform VerifieJourneeOuverte
           If JourneeOuverte = 1
               perform PartageConjoint-trt
           end-if.
           perform PartageConjoint-fin.

       PartageConjoint-init.
           Move spaces to CodeProduitPC
           Move 0 to NoContratPC
           Move 0 to NoContratPCDisplay
           Move 0 to PartageContratTrouve
           Move 0 to MontantPartage
           Move 0 to PctPartage
           Move 0 to NoContratNouveauPartage
           Move spaces to ChoixTitulaireConserve
           Move spaces to ChoixModePartage
           Move spaces to ChoixVersPrgPartage
           Move spaces to ConfirmePartage
           Move spaces to RefActePartage
      *    Date de cloture de la clause remplacee (cf ClauseBeneficiaires-Remplace)
           Move DateTraitement to DateEffetContratEpargne

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

           EXEC SQL
               SET AUTOCOMMIT OFF
           END-EXEC.

       PartageConjoint-trt.
           display M-PartageConjoint
           Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitPC) to CodeProduitPC
           display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
           Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           move CodeProduitPC to CodeProduitOC
           move NoContratPC to NoContratOC
           Move CodeProduitPC to CodeProduitPartage
           Move NoContratPC to NoContratOrigPartage

      *    Verrou de travail : une autre session sur ce contrat = refus
           Perform PoseVerrouContrat
           If VerrouRefuse = 1
               continue
           else
               Perform PartageConjoint-LitContrat
               If PartageContratTrouve = 1
      *            La clause en vigueur va etre remplacee : un beneficiaire
      *            acceptant doit y avoir consenti (cf VerifieAcceptationBenef)
                   Perform VerifieAcceptationBenef
                   If AcceptationBloque = 0
                       Perform PartageConjoint-Saisie
                   end-if
               end-if

               Move CodeProduitPartage to CodeProduitOC
               Move NoContratOrigPartage to NoContratOC
               Perform LibereVerrouContrat
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Contrat a partager : actif, conjoint, non nanti - la part gelee par une saisie / ATD
      *  (cf RegistreSaisies) reste sur le contrat d'origine, seul le reste se partage. Les
      *  conditions du contrat sont lues pour etre reprises sur le nouveau contrat
      *-----------------------------------------------------------------------------------------------
       PartageConjoint-LitContrat.
           EXEC SQL
               SELECT ValeurCourante - COALESCE(MontantSaisi, 0), TiersSouscr,
                COALESCE(CoSouscripteur, 0), COALESCE(Nanti, 0), DureeContrat,
                COALESCE(DerogFrais, 0), COALESCE(FraisEntreeDerog, 0),
                COALESCE(FraisVersementDerog, 0), COALESCE(FraisGestionDerog, 0),
                COALESCE(JustifDerog, ' '), COALESCE(TaciteReconduction, 1),
                COALESCE(TauxGaranti, 0), COALESCE(DateFinGarantie, ' '),
                COALESCE(CodeAgence, ' '), COALESCE(DateAnteriorite, DateEffet),
                COALESCE(VersPrg, 0), COALESCE(PeriodeVPrg, ' '), COALESCE(MontantVPrg, 0),
                COALESCE(TauxIndexation, 0), COALESCE(PlafondIndexation, 0)
               INTO :ValeurDispoPartage, :TiersSouscrPC, :TiersCoSouscrPC, :NantiPC,
                :DureeContratPC, :DerogFraisPC, :FraisEntreeDerogPC, :FraisVersDerogPC,
                :FraisGestionDerogPC, :JustifDerogPC, :TaciteRecondPC, :TauxGarantiPC,
                :DateFinGarantiePC, :CodeAgencePC, :DateAnterioritePC, :VersPrgPC,
                :PeriodeVPrgPC, :MontantVPrgPC, :TauxIndexationPC, :PlafondIndexationPC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC
               AND EtatProduit = 1)
           END-EXEC

           evaluate true
               when SQLCODE not = 0
                   Display " Erreur : contrat non trouve ou non actif - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               when TiersCoSouscrPC = 0
                   Display " Contrat sans co-souscripteur : rien a partager - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               when NantiPC = 1
                   Display " Contrat nanti - partage bloque jusqu'a la mainlevee - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               when ValeurDispoPartage = 0
                   Display " Aucune valeur disponible a partager - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               when other
                   Move 1 to PartageContratTrouve
                   Perform PartageConjoint-AfficheContrat
           end-evaluate.

       PartageConjoint-AfficheContrat.
           Move spaces to TitreNomPrenomBenef
           EXEC SQL
               SELECT TitreNomPrenom
               INTO :TitreNomPrenomBenef
               FROM TiersSB
               WHERE IdTiers = :TiersSouscrPC
           END-EXEC
           Display TitreNomPrenomBenef(1:45) at line 6 col 33 foreground-color is 3 highlight

           Move spaces to TitreNomPrenomBenef
           EXEC SQL
               SELECT TitreNomPrenom
               INTO :TitreNomPrenomBenef
               FROM TiersSB
               WHERE IdTiers = :TiersCoSouscrPC
           END-EXEC
           Display TitreNomPrenomBenef(1:45) at line 7 col 33 foreground-color is 3 highlight

           Move ValeurDispoPartage to MontantPartageDisplay
           Display MontantPartageDisplay at line 8 col 33 foreground-color is 3 highlight.

      *-----------------------------------------------------------------------------------------------
      *  Saisies du partage : titulaire qui garde le contrat, part du titulaire sortant, sort du
      *  versement programme, reference de l'acte (jugement, convention) puis confirmation unique
      *-----------------------------------------------------------------------------------------------
       PartageConjoint-Saisie.
           move 0 to DonneesValides
           Perform PartageConjoint-SaisieTitulaire until DonneesValides = 1

           Perform PartageConjoint-Eligibilite
           If DetentionRefusee = 0
               move 0 to DonneesValides
               Perform PartageConjoint-SaisiePart until DonneesValides = 1
               Move MontantPartage to MontantPartageDisplay
               Display MontantPartageDisplay at line 13 col 46 foreground-color is 3 highlight

               Perform PartageConjoint-ControlePlafond
           end-if

           If DetentionRefusee = 0 and PlafondDepasse = 0
               If VersPrgPC = 1
                   move 0 to DonneesValides
                   Perform PartageConjoint-SaisieVersPrg until DonneesValides = 1
               else
                   Move space to ChoixVersPrgPartage
                   Display "sans objet" at line 14 col 46 foreground-color is 3 highlight
               end-if

               move 0 to DonneesValides
               Perform PartageConjoint-SaisieActe until DonneesValides = 1

               Accept ConfirmePartage at line 17 col 46 required foreground-color is 3 highlight
               Move Function Upper-case(ConfirmePartage) to ConfirmePartage
               If ConfirmePartage = 'O'
                   Perform PartageConjoint-Enregistre
               end-if
           end-if.

       PartageConjoint-SaisieTitulaire.
           Accept ChoixTitulaireConserve at line 10 col 46 required foreground-color is 3 highlight
           Move Function Upper-case(ChoixTitulaireConserve) to ChoixTitulaireConserve
           evaluate ChoixTitulaireConserve
               when 'S'
                   Move TiersSouscrPC to TiersConservePartage
                   Move TiersCoSouscrPC to TiersSortantPartage
                   Move 1 to DonneesValides
               when 'C'
                   Move TiersCoSouscrPC to TiersConservePartage
                   Move TiersSouscrPC to TiersSortantPartage
                   Move 1 to DonneesValides
               when other
                   move " Saisie non valide : S (souscripteur) ou C (co-souscripteur) " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
           end-evaluate.

      *    Le nouveau contrat est une detention de plus du titulaire sortant sur le produit :
      *    regle de detention unique (cf ControleDetentionUnique) - le contrat partage lui-meme
      *    est ecarte du compte
       PartageConjoint-Eligibilite.
           Move 0 to PlafondDepasse
           EXEC SQL
               SELECT Nom, Prenom, DateNaissance
               INTO :NomPlafond, :PrenomPlafond, :DateNaissPlafond
               FROM TiersSB
               WHERE IdTiers = :TiersSortantPartage
           END-EXEC

           Move CodeProduitPartage to CodeProduitRecherche
           Perform ChargeParamProduit
           Move CodeProduitPartage to CodeProduitPlafond
           Move NoContratOrigPartage to NoContratPlafond
           Perform ControleDetentionUnique
           If DetentionRefusee = 1
               move " Partage refuse : un seul contrat " & CodeProduitPlafond & " par personne (le titulaire sortant en detient deja un) " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

       PartageConjoint-SaisiePart.
           Move 0 to MontantPartage
           Accept ChoixModePartage at line 11 col 46 required foreground-color is 3 highlight
           Move Function Upper-case(ChoixModePartage) to ChoixModePartage
           evaluate ChoixModePartage
               when 'P'
                   Move 0 to PctPartageSaisi
                   Accept PctPartageSaisi at line 12 col 46 required foreground-color is 3 highlight
                   Move PctPartageSaisi to PctPartage
                   Compute MontantPartage rounded = ValeurDispoPartage * PctPartageSaisi / 100
               when 'M'
                   Move 0 to MontantVPrg of Saisie-Simulation
                   accept MontantVPrg of Saisie-Simulation at line 12 col 46 foreground-color is 3 Highlight
                   Move MontantVPrg of Saisie-Simulation to MontantPartage
                   If MontantPartage < ValeurDispoPartage
                       Compute PctPartage rounded = MontantPartage * 100 / ValeurDispoPartage
                   end-if
               when other
                   continue
           end-evaluate

           If MontantPartage > 0 and MontantPartage < ValeurDispoPartage
               Move 1 to DonneesValides
           else
               move " Saisie non valide : P (pourcentage 1 a 99) ou M (montant inferieur a la valeur disponible) " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *    Plafond des versements : seul un co-souscripteur sortant voit son encours augmenter
      *    (le souscripteur sortant avait deja tout le contrat partage dans le sien)
       PartageConjoint-ControlePlafond.
           Move 0 to PlafondDepasse
           If TiersSortantPartage = TiersCoSouscrPC
               Move MontantPartage to MontantPlafondControle
               Perform ControlePlafondVersement
               If PlafondDepasse = 1
                   move " Partage refuse : plafond du produit pour le titulaire sortant - montant maximum " & DisponiblePlafondDisplay & " Eur " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

      *    Versement programme du contrat : garde sur le contrat d'origine, transfere sur le nouveau
      *    contrat (nouveau mandat du titulaire sortant) ou supprime. Un mandat signe par le
      *    titulaire sortant ne peut pas rester sur un contrat qui n'est plus le sien
       PartageConjoint-SaisieVersPrg.
           Accept ChoixVersPrgPartage at line 14 col 46 required foreground-color is 3 highlight
           Move Function Upper-case(ChoixVersPrgPartage) to ChoixVersPrgPartage
           evaluate ChoixVersPrgPartage
               when 'T'
               when 'S'
                   Move 1 to DonneesValides
               when 'G'
                   Move CodeProduitPartage to CodeProduitMD
                   Move NoContratOrigPartage to NoContratMD
                   Move TiersSortantPartage to IdTiersMD
                   Move 0 to NbMandatsSortant
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :NbMandatsSortant
                       FROM MandatsPrelevement
                       WHERE (CodeProduit = :CodeProduitMD
                       AND NoContrat = :NoContratMD
                       AND IdTiers = :IdTiersMD
                       AND ActifMandat = 1)
                   END-EXEC
                   If NbMandatsSortant > 0
                       move " Mandat signe par le titulaire sortant : versement a transferer (T) ou supprimer (S) " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   else
                       Move 1 to DonneesValides
                   end-if
               when other
                   move " Saisie non valide : G (garde), T (transfere) ou S (supprime) " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
           end-evaluate.

       PartageConjoint-SaisieActe.
           Move spaces to RefActePartage
           Accept RefActePartage at line 15 col 46 foreground-color is 3 highlight
           If RefActePartage = spaces
               move " La reference du jugement ou de la convention est obligatoire " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Move 1 to DonneesValides
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Posting du partage, tout ou rien : numero du nouveau contrat, creation, transfert lie de
      *  la part, titulaire unique sur le contrat d'origine, versement programme, une clause
      *  beneficiaire saisie pour chacun des deux contrats, trace - commit/rollback groupe
      *-----------------------------------------------------------------------------------------------
       PartageConjoint-Enregistre.
           Move 1 to PartageOk
           Move CodeOperateur to OperateurOC
           Move DateTraitement to DateOperationContrat
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateOperationOC
           end-string
           Move spaces to DateValeurOC
           Move space to ModeReglementOC
           Move space to StatutReglementOC

           Perform PartageConjoint-NumeroContrat
           If PartageOk = 1
               Perform PartageConjoint-CreeContrat
           end-if
           If PartageOk = 1
               Perform PartageConjoint-PoseTransfert
           end-if
           If PartageOk = 1
               Perform PartageConjoint-Titulaires
           end-if
           If PartageOk = 1
               Perform PartageConjoint-VersementsProgrammes
           end-if
           If PartageOk = 1
               Perform PartageConjoint-Clauses
           end-if
           If PartageOk = 1
               Perform PartageConjoint-Trace
           end-if

           If PartageOk = 1
               EXEC SQL
                   COMMIT
               END-EXEC

      *        Avis de confirmation des deux cotes
               Move CodeProduitPartage to CodeProduitOC
               Move NoContratOrigPartage to NoContratOC
               Move "PARTAGE DEBIT" to LibelleEvenement
               Move MontantPartage to MontantEvenement
               Perform EcritNotificationClient

               Move NoContratNouveauPartage to NoContratOC
               Move "PARTAGE CREDIT" to LibelleEvenement
               Move MontantPartage to MontantEvenement
               Perform EcritNotificationClient

               move " Partage enregistre - nouveau contrat :" & CodeProduitPartage & ' ' & NoContratNouveauPartage to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               move " Erreur : partage annule, rien n'a ete enregistre " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *    Numero du nouveau contrat au compteur du produit (meme principe que la souscription)
       PartageConjoint-NumeroContrat.
           Move CodeProduitPartage to CodeProduitCC
           EXEC SQL
               UPDATE CompteurContrat
               SET DernierNoContrat = DernierNoContrat + 1
               WHERE CodeProduit = :CodeProduitCC
           END-EXEC

           evaluate true
               when SQLCODE = 100
      *            Pas encore de compteur pour ce produit - on l'amorce depuis l'existant
                   EXEC SQL
                       Select MAX(NoContrat) into :NoContratNouveauPartage from ProduitsClient
                       Where CodeProduit = :CodeProduitCC
                   End-EXEC
                   Add 1 to NoContratNouveauPartage

                   EXEC SQL
                       INSERT INTO CompteurContrat
                           (CodeProduit, DernierNoContrat)
                       VALUES
                           (:CodeProduitCC, :NoContratNouveauPartage)
                   END-EXEC
                   If SQLCODE <> 0
                       Display " Erreur : CompteurContrat " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                       Move 0 to PartageOk
                   end-if
               when SQLCODE <> 0
                   Display " Erreur : CompteurContrat " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to PartageOk
               when other
                   EXEC SQL
                       Select DernierNoContrat into :NoContratNouveauPartage
                       from CompteurContrat
                       Where CodeProduit = :CodeProduitCC
                   End-EXEC
                   If SQLCODE <> 0
                       Move 0 to PartageOk
                   end-if
           end-evaluate.

      *    Nouveau contrat du titulaire sortant : conditions du contrat d'origine (duree,
      *    derogations, taux garanti, agence), actif d'emblee, anteriorite d'origine - la valeur
      *    arrive par le credit 'V' du transfert
       PartageConjoint-CreeContrat.
           Move CodeProduitPartage to CodeProduitPC
           Move NoContratNouveauPartage to NoContratPC
           Move TiersSortantPartage to TiersSouscrPC
           Move TiersSortantPartage to TiersBeneficPC
           Move MontantPartage to MontantSouscrPC
           Move DateOperationOC to DateEffetPC
           If ChoixVersPrgPartage not = 'T'
               Move 0 to VersPrgPC
               Move space to PeriodeVPrgPC
               Move 0 to MontantVPrgPC
               Move 0 to TauxIndexationPC
               Move 0 to PlafondIndexationPC
           end-if
           Move 0 to RachatPrgPC
           Move space to PeriodeRPrgPC
           Move 0 to MontantRPrgPC
           Move 1 to EtatProduitPC
           Move 0 to ValeurCourantePC
           Move 0 to TiersRepresentantPC
           Move OperateurOC to OperateurPC
           Move 0 to NantiPC
           Move 0 to TiersCoSouscrPC
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Perform CalculeCleContrat
           Move CleContratEdition to CleContratPC

           exec sql
               INSERT INTO ProduitsClient
                    (CodeProduit
                    ,NoContrat
                    ,TiersSouscr
                    ,TiersBenefic
                    ,MontantSouscr
                    ,DateEffet
                    ,VersPrg
                    ,PeriodeVPrg
                    ,MontantVPrg
                    ,RachatPrg
                    ,PeriodeRPrg
                    ,MontantRPrg
                    ,EtatProduit
                    ,ValeurCourante
                    ,Representant
                    ,Operateur
                    ,DureeContrat
                    ,Nanti
                    ,DerogFrais
                    ,FraisEntreeDerog
                    ,FraisVersementDerog
                    ,FraisGestionDerog
                    ,JustifDerog
                    ,TaciteReconduction
                    ,CoSouscripteur
                    ,TauxGaranti
                    ,DateFinGarantie
                    ,CodeAgence
                    ,DateAnteriorite
                    ,TauxIndexation
                    ,PlafondIndexation
                    ,CleContrat)
               VALUES
                    (:CodeProduitPC
                    ,:NoContratPC
                    ,:TiersSouscrPC
                    ,:TiersBeneficPC
                    ,:MontantSouscrPC
                    ,:DateEffetPC
                    ,:VersPrgPC
                    ,:PeriodeVPrgPC
                    ,:MontantVPrgPC
                    ,:RachatPrgPC
                    ,:PeriodeRPrgPC
                    ,:MontantRPrgPC
                    ,:EtatProduitPC
                    ,:ValeurCourantePC
                    ,:TiersRepresentantPC
                    ,:OperateurPC
                    ,:DureeContratPC
                    ,:NantiPC
                    ,:DerogFraisPC
                    ,:FraisEntreeDerogPC
                    ,:FraisVersDerogPC
                    ,:FraisGestionDerogPC
                    ,:JustifDerogPC
                    ,:TaciteRecondPC
                    ,:TiersCoSouscrPC
                    ,:TauxGarantiPC
                    ,:DateFinGarantiePC
                    ,:CodeAgencePC
                    ,:DateAnterioritePC
                    ,:TauxIndexationPC
                    ,:PlafondIndexationPC
                    ,:CleContratPC)
           end-exec

           If SQLCODE <> 0
               Display " Erreur : ProduitsClient " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to PartageOk
           end-if.

      *    Transfert lie de la part (meme shape que TransfertContrats-Enregistre, sans frais : la
      *    part ne change pas de produit) - le nouveau contrat n'a encore aucune ligne
       PartageConjoint-PoseTransfert.
           Move 1 to TransfertOk
           move CodeProduitPartage to CodeProduitOC
           move NoContratOrigPartage to NoContratOC
           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC
           Add 1 to NoOperationOC
           Move NoOperationOC to NoOperationOrigPartage
           Move 1 to NoOperationNouvPartage

      *    Debit 'R' du contrat d'origine, renvoi sur le credit du nouveau contrat - il
      *    emporte la part de plus-value de la part transferee (cf TransfertInterne-PlusValue)
           Move 'R' to TypeOperationOC
           Move MontantPartage to MontantOperationOC
           Move NoOperationNouvPartage to NoOperationOrigineOC
           Perform TransfertInterne-PlusValue
           Perform TransfertContrats-PoseLigne
           If TransfertOk = 1
               Perform TransfertInterne-MarqueDebit
           end-if

           If TransfertOk = 1
               EXEC SQL
                   UPDATE ProduitsClient
                   SET ValeurCourante = ValeurCourante - :MontantPartage,
                       Operateur = :OperateurOC
                   WHERE (CodeProduit = :CodeProduitPartage
                   AND NoContrat = :NoContratOrigPartage)
               END-EXEC
               If SQLCODE <> 0
                   Move 0 to TransfertOk
               end-if
           end-if

      *    Credit 'V' du nouveau contrat, renvoi sur le debit d'origine
           If TransfertOk = 1
               move NoContratNouveauPartage to NoContratOC
               Move NoOperationNouvPartage to NoOperationOC
               Move 'V' to TypeOperationOC
               Move MontantPartage to MontantOperationOC
               Move NoOperationOrigPartage to NoOperationOrigineOC
               Perform TransfertContrats-PoseLigne
           end-if

           If TransfertOk = 1
               EXEC SQL
                   UPDATE ProduitsClient
                   SET ValeurCourante = ValeurCourante + :MontantPartage
                   WHERE (CodeProduit = :CodeProduitPartage
                   AND NoContrat = :NoContratNouveauPartage)
               END-EXEC
               If SQLCODE <> 0
                   Move 0 to TransfertOk
               end-if
           end-if

      *    Lien complet dans TransfertsContrat
           If TransfertOk = 1
               EXEC SQL
                   SELECT MAX(NoTransfert)
                   INTO :NoTransfertTC
                   FROM TransfertsContrat
               END-EXEC
               If SQLCODE = 100
                   Move 0 to NoTransfertTC
               end-if
               Add 1 to NoTransfertTC

               Move CodeProduitPartage to CodeProduitSrcTC
               Move NoContratOrigPartage to NoContratSrcTC
               Move NoOperationOrigPartage to NoOperationSrcTC
               Move CodeProduitPartage to CodeProduitDstTC
               Move NoContratNouveauPartage to NoContratDstTC
               Move NoOperationNouvPartage to NoOperationDstTC
               Move MontantPartage to MontantTC
               Move DateOperationOC to DateTransfertTC
               Move CodeOperateur to OperateurTC

               EXEC SQL
                   INSERT INTO TransfertsContrat
                       (NoTransfert, CodeProduitSrc, NoContratSrc,
                        NoOperationSrc, CodeProduitDst, NoContratDst,
                        NoOperationDst, Montant, DateTransfert,
                        Operateur, MontantPlusValues)
                   VALUES
                       (:NoTransfertTC, :CodeProduitSrcTC,
                        :NoContratSrcTC, :NoOperationSrcTC,
                        :CodeProduitDstTC, :NoContratDstTC,
                        :NoOperationDstTC, :MontantTC,
                        :DateTransfertTC, :OperateurTC,
                        :MontantPlusValuesTC)
               END-EXEC
               If SQLCODE <> 0
                   Move 0 to TransfertOk
               end-if
           end-if

           Move TransfertOk to PartageOk.

      *    Le contrat d'origine ne garde que le titulaire qui le conserve
       PartageConjoint-Titulaires.
           EXEC SQL
               UPDATE ProduitsClient
               SET TiersSouscr = :TiersConservePartage,
                   CoSouscripteur = 0,
                   Operateur = :OperateurOC
               WHERE (CodeProduit = :CodeProduitPartage
               AND NoContrat = :NoContratOrigPartage)
           END-EXEC
           If SQLCODE <> 0
               Display " Erreur : ProduitsClient " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to PartageOk
           end-if.

      *    Versement programme transfere (repris a la creation du nouveau contrat) ou supprime :
      *    il s'arrete sur le contrat d'origine et ses mandats sont desactives ; le transfere
      *    recoit le mandat du titulaire sortant (signature de l'acte de partage = signature
      *    du mandat, RUM derivee du nouveau contrat, sequence FRST)
       PartageConjoint-VersementsProgrammes.
           If ChoixVersPrgPartage = 'T' or ChoixVersPrgPartage = 'S'
               EXEC SQL
                   UPDATE ProduitsClient
                   SET VersPrg = 0,
                       MontantVPrg = 0
                   WHERE (CodeProduit = :CodeProduitPartage
                   AND NoContrat = :NoContratOrigPartage)
               END-EXEC
               If SQLCODE <> 0
                   Move 0 to PartageOk
               end-if

               Move CodeProduitPartage to CodeProduitMD
               Move NoContratOrigPartage to NoContratMD
               EXEC SQL
                   UPDATE MandatsPrelevement
                   SET ActifMandat = 0
                   WHERE (CodeProduit = :CodeProduitMD
                   AND NoContrat = :NoContratMD)
               END-EXEC
               If SQLCODE <> 0 and SQLCODE <> 100
                   Display " Erreur : MandatsPrelevement " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to PartageOk
               end-if
           end-if

           If ChoixVersPrgPartage = 'T' and PartageOk = 1
               Move CodeProduitPartage to CodeProduitMD
               Move NoContratNouveauPartage to NoContratMD
               Move TiersSortantPartage to IdTiersMD
               Move spaces to RefMandatMD
               String "RUM-" CodeProduitPartage "-" NoContratNouveauPartage
                   into RefMandatMD
               end-string
               Move DateOperationOC to DateSignatureMD
               Move 'F' to SequenceMandatMD
               Move spaces to DatePreNotifMD
               Move 1 to ActifMandatMD

               exec sql
                   INSERT INTO MandatsPrelevement
                       (CodeProduit, NoContrat, IdTiers, RefMandat,
                        DateSignature, SequenceMandat, DatePreNotif,
                        ActifMandat)
                   VALUES
                       (:CodeProduitMD, :NoContratMD, :IdTiersMD,
                        :RefMandatMD, :DateSignatureMD, :SequenceMandatMD,
                        :DatePreNotifMD, :ActifMandatMD)
               end-exec
               If SQLCODE <> 0
                   Display " Erreur : MandatsPrelevement " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to PartageOk
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Nouvelle clause beneficiaire exigee sur chacun des deux contrats (saisie comme au menu 21,
      *  cf ClauseBeneficiaires-SaisieClause) : sur le contrat d'origine la clause du couple part
      *  en historique, le nouveau contrat recoit sa premiere clause. Une clause abandonnee ou
      *  incomplete annule tout le partage
      *-----------------------------------------------------------------------------------------------
       PartageConjoint-Clauses.
           Move CodeProduitPartage to CodeProduitPC
           Move NoContratOrigPartage to NoContratPC
           move " Nouvelle clause beneficiaire du contrat conserve " & CodeProduitPartage & ' ' & NoContratOrigPartage & " - tapez entree " to LaInfoComm
           display InfoComm
           Accept FinInsertion at line 25 col 75
           Display REsetInfoComm

           Perform ClauseBeneficiaires-SaisieClause
           If PctClauseTotal = 100 and NbBenefClause > 0
               Move CodeProduitPC to CodeProduitOC
               Move NoContratPC to NoContratOC
               Perform ClauseBeneficiaires-Remplace
               If ClauseChangeOk = 1
                   Perform PartageConjoint-MajTiersBenefic
               end-if
               Move ClauseChangeOk to PartageOk
           else
               Move 0 to PartageOk
           end-if

           If PartageOk = 1
               Move NoContratNouveauPartage to NoContratPC
               move " Clause beneficiaire du nouveau contrat " & CodeProduitPartage & ' ' & NoContratNouveauPartage & " - tapez entree " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm

               Perform ClauseBeneficiaires-SaisieClause
               If PctClauseTotal = 100 and NbBenefClause > 0
                   Move CodeProduitPC to CodeProduitOC
                   Move NoContratPC to NoContratOC
                   Move 1 to ClauseChangeOk
                   Move 0 to IndexBenefClause
                   Perform ClauseBeneficiaires-PoseBenef
                       until IndexBenefClause = NbBenefClause or ClauseChangeOk = 0
                   If ClauseChangeOk = 1
                       Perform PartageConjoint-MajTiersBenefic
                   end-if
                   Move ClauseChangeOk to PartageOk
               else
                   Move 0 to PartageOk
               end-if
           end-if

           If PartageOk = 0
               move " Une clause beneficiaire est obligatoire sur chacun des deux contrats " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *    Beneficiaire principal du contrat = la plus forte part de sa nouvelle clause
       PartageConjoint-MajTiersBenefic.
           EXEC SQL
               OPEN BeneficiairesContrat-Curseur
           END-EXEC
           EXEC SQL
               FETCH BeneficiairesContrat-Curseur
                   INTO :TiersBeneficPC, :PourcentageBenefRachat
           END-EXEC
           If SQLCODE <> 0
               Move 0 to ClauseChangeOk
           end-if
           EXEC SQL
               CLOSE BeneficiairesContrat-Curseur
           END-EXEC

           If ClauseChangeOk = 1
               EXEC SQL
                   UPDATE ProduitsClient
                   SET TiersBenefic = :TiersBeneficPC
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC)
               END-EXEC
               If SQLCODE <> 0
                   Move 0 to ClauseChangeOk
               end-if
           end-if.

       PartageConjoint-Trace.
           Move CodeProduitPartage to CodeProduitPG
           Move NoContratOrigPartage to NoContratOrigPG
           Move NoContratNouveauPartage to NoContratNouveauPG
           Move TiersConservePartage to TiersConservePG
           Move TiersSortantPartage to TiersSortantPG
           Move PctPartage to PourcentagePG
           Move MontantPartage to MontantPG
           Move NoTransfertTC to NoTransfertPG
           Move ChoixVersPrgPartage to VersPrgPG
           Move RefActePartage to RefActePG
           Move DateOperationOC to DatePartagePG
           Move CodeOperateur to OperateurPG

           EXEC SQL
               INSERT INTO PartagesContrat
                   (CodeProduit, NoContratOrig, NoContratNouveau, TiersConserve,
                    TiersSortant, Pourcentage, Montant, NoTransfert, VersPrg,
                    RefActe, DatePartage, Operateur)
               VALUES
                   (:CodeProduitPG, :NoContratOrigPG, :NoContratNouveauPG, :TiersConservePG,
                    :TiersSortantPG, :PourcentagePG, :MontantPG, :NoTransfertPG, :VersPrgPG,
                    :RefActePG, :DatePartagePG, :OperateurPG)
           END-EXEC
           If SQLCODE <> 0
               Display " Erreur : PartagesContrat " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to PartageOk
           end-if.

       PartageConjoint-fin.
           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.

           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 32 - Transfert entre deux contrats d'un meme souscripteur (arbitrage) : le
      *  client deplace son epargne d'un contrat vers un autre en une seule operation au
      *  lieu d'un rachat libre puis d'un versement libre decousus. Debit 'R' du contrat
      *  source SANS fiscalite de rachat (l'argent ne sort pas de la compagnie), credit 'V'
      *  du contrat destination avec les frais de versement du produit destination (argent
      *  nouveau pour ce produit, derogation de frais du contrat respectee). Les deux lignes
      *  se referencent mutuellement en NoOperationOrigine (meme principe de renvoi que
      *  l'extourne) et le lien complet est trace dans TransfertsContrat. Tout ou rien :
      *  commit/rollback groupe comme le rachat total.
      *-----------------------------------------------------------------------------------------------
       TransfertContrats.
           perform TransfertContrats-init.
      *    Fenetre de comptabilisation : journee fermee = pas de pose
           Move "TransfertContrats" to EcranControleJournee
           Perform VerifieJourneeOuverte
           If JourneeOuverte = 1
               perform TransfertContrats-trt
           end-if.
           perform TransfertContrats-fin.

       TransfertContrats-init.
           Move spaces to CodeProduitSrcTrf
           Move 0 to NoContratSrcTrf
           Move spaces to CodeProduitDstTrf
           Move 0 to NoContratDstTrf
           Move 0 to MontantTransfert
           Move 0 to SaisieTransfertOk
           Move spaces to ConfirmeTransfert

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

           EXEC SQL
               SET AUTOCOMMIT OFF
           END-EXEC.

       TransfertContrats-trt.
           display M-TransfertContrats

      *    Contrat source : actif, non nanti, verrouille pour la session
           Accept CodeProduitSrcTrf at line 4 col 38 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitSrcTrf) to CodeProduitSrcTrf
           display CodeProduitSrcTrf at line 4 col 38 foreground-color is 3 highlight
           Accept NoContratPCDisplay at line 4 col 41 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratSrcTrf
           Display NoContratSrcTrf at line 4 col 41 foreground-color is 3 highlight
           Move CodeProduitSrcTrf to CodeProduitCle
           Move NoContratSrcTrf to NoContratCle
           Move 4 to LigneCle
           Move 50 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratSrcTrf

           move CodeProduitSrcTrf to CodeProduitOC
           move NoContratSrcTrf to NoContratOC
           Perform PoseVerrouContrat
           If VerrouRefuse = 1
               continue
           else

      *    Part gelee par une saisie / ATD (cf RegistreSaisies) : seul
      *    le reste de la valeur est transferable
           EXEC SQL
               SELECT ValeurCourante - COALESCE(MontantSaisi, 0), TiersSouscr,
                COALESCE(Nanti, 0)
               INTO :ValeurSrcTrf, :TiersSouscrSrcTrf, :NantiSrcTrf
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitSrcTrf
               AND NoContrat = :NoContratSrcTrf
               AND EtatProduit = 1)
           END-EXEC

           If SQLCODE not = 0
               Display " Contrat source non trouve ou indisponible - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
               accept OkNonTrouve at line 23 col 75
               Perform TransfertContrats-LibereSource
           else
           If NantiSrcTrf = 1
               Display " Contrat source nanti - transfert bloque - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
               accept OkNonTrouve at line 23 col 75
               Perform TransfertContrats-LibereSource
           else

      *    Contrat destination : actif, meme souscripteur, produit non gele
           Accept CodeProduitDstTrf at line 6 col 38 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitDstTrf) to CodeProduitDstTrf
           display CodeProduitDstTrf at line 6 col 38 foreground-color is 3 highlight
           Accept NoContratPCDisplay at line 6 col 41 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratDstTrf
           Display NoContratDstTrf at line 6 col 41 foreground-color is 3 highlight
           Move CodeProduitDstTrf to CodeProduitCle
           Move NoContratDstTrf to NoContratCle
           Move 6 to LigneCle
           Move 50 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratDstTrf

           move CodeProduitDstTrf to CodeProduitOC
           move NoContratDstTrf to NoContratOC
           Perform PoseVerrouContrat
           If VerrouRefuse = 1
               Perform TransfertContrats-LibereSource
           else

           EXEC SQL
               SELECT TiersSouscr, COALESCE(DerogFrais, 0),
                COALESCE(FraisVersementDerog, 0)
               INTO :TiersSouscrDstTrf, :DerogDstTrf,
                :FraisVersDerogDstTrf
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitDstTrf
               AND NoContrat = :NoContratDstTrf
               AND EtatProduit = 1)
           END-EXEC

           evaluate true
               when SQLCODE not = 0
                   Display " Contrat destination non trouve ou indisponible - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               when CodeProduitSrcTrf = CodeProduitDstTrf
                and NoContratSrcTrf = NoContratDstTrf
                   Display " Source et destination identiques - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               when TiersSouscrDstTrf not = TiersSouscrSrcTrf
                   Display " Les deux contrats n'ont pas le meme souscripteur - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               when other
                   Move CodeProduitDstTrf to CodeProduitRecherche
                   Perform ChargeParamProduit
                   If ProduitTrouve = 1 and StatutVente of Tab = 'G'
                       Display " Produit destination gele : aucun versement - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                       accept OkNonTrouve at line 23 col 75
                   else
                       Move 1 to SaisieTransfertOk
                   end-if
           end-evaluate

           If SaisieTransfertOk = 1
               Perform TransfertContrats-Saisie
           end-if

           move CodeProduitDstTrf to CodeProduitOC
           move NoContratDstTrf to NoContratOC
           Perform LibereVerrouContrat
           Perform TransfertContrats-LibereSource
           end-if
           end-if
           end-if
           end-if.

       TransfertContrats-LibereSource.
           move CodeProduitSrcTrf to CodeProduitOC
           move NoContratSrcTrf to NoContratOC
           Perform LibereVerrouContrat.

      *-----------------------------------------------------------------------------------------------
      *  Saisie du montant, recapitulatif des frais et confirmation unique, puis posting
      *  tout ou rien des deux cotes du transfert
      *-----------------------------------------------------------------------------------------------
       TransfertContrats-Saisie.
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept MontantVPrg of Saisie-Simulation at line 8 col 38 foreground-color is 3 Highlight
               Move MontantVPrg of Saisie-Simulation to MontantTransfert
               evaluate true
                   when MontantTransfert = 0
                       move " Saisie non valide : montant > 0 " to LaInfoAide
                       display InfoAide
                       accept MontantVPrg of Saisie-Simulation at line 8 col 38 foreground-color is 3 Highlight
                       Display REsetInfoAide
                   when MontantTransfert > ValeurSrcTrf
                       move " Saisie non valide : montant superieur a la valeur disponible du contrat source " to LaInfoAide
                       display InfoAide
                       accept MontantVPrg of Saisie-Simulation at line 8 col 38 foreground-color is 3 Highlight
                       Display REsetInfoAide
                   when other
                       Move 1 to DonneesValides
               end-evaluate
           End-perform

           Perform TransfertContrats-Frais

           Move FraisTransfert to MontantTransfertDisplay
           Display MontantTransfertDisplay at line 10 col 38 foreground-color is 3 highlight
           Move MontantNetTransfert to MontantTransfertDisplay
           Display MontantTransfertDisplay at line 12 col 38 foreground-color is 3 highlight

           Accept ConfirmeTransfert at line 14 col 38 required foreground-color is 3 highlight
           Move Function Upper-case(ConfirmeTransfert) to ConfirmeTransfert

           If ConfirmeTransfert = 'O'
      *        Limite journaliere de l'operateur (cf ControleLimiteJournaliere) :
      *        le transfert compte en rachat cote source et en versement cote
      *        destination - l'une ou l'autre atteinte, il part en file d'attente
               Move 'R' to TypeLimiteControle
               Move MontantTransfert to MontantLimiteControle
               Perform ControleLimiteJournaliere
               If LimiteJourDepassee = 0
                   Move 'V' to TypeLimiteControle
                   Perform ControleLimiteJournaliere
               end-if
               If LimiteJourDepassee = 1
                   move CodeProduitSrcTrf to CodeProduitOC
                   move NoContratSrcTrf to NoContratOC
                   Move 'X' to TypeOperationAttente
                   Move MontantTransfert to MontantAttente
                   Perform MetEnAttenteApprobation
               else
                   Perform TransfertContrats-Enregistre
               end-if
           end-if.

      *    Frais de versement du produit destination (ChargeParamProduit
      *    deja fait sur la destination), derogation du contrat respectee
       TransfertContrats-Frais.
           If DerogDstTrf = 1
               multiply MontantTransfert by FraisVersDerogDstTrf giving FraisTransfert
           else
               multiply MontantTransfert by FraisVersement of Tab giving FraisTransfert
           end-if
           Subtract FraisTransfert from MontantTransfert giving MontantNetTransfert.

      *-----------------------------------------------------------------------------------------------
      *  Posting du transfert : les deux NoOperation sont reserves d'abord pour que chaque
      *  ligne puisse referencer l'autre en NoOperationOrigine, puis debit 'R' source (sans
      *  fiscalite), credit 'V' destination + frais 'F', trace TransfertsContrat, et
      *  commit/rollback groupe
      *-----------------------------------------------------------------------------------------------
       TransfertContrats-Enregistre.
           Move CodeOperateur to OperateurOC
           Perform TransfertContrats-Ecritures

           If TransfertOk = 1
               EXEC SQL
                   COMMIT
               END-EXEC
               Perform TransfertContrats-Avis

               move " Transfert enregistre :" & CodeProduitSrcTrf & ' ' & NoContratSrcTrf & " vers " & CodeProduitDstTrf & ' ' & NoContratDstTrf to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               move " Erreur : transfert annule, rien n'a ete enregistre " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *    Ecritures du transfert, operateur de la pose (OperateurOC) prepare par
      *    l'appelant - saisie directe ou validation de la file d'approbation (cf
      *    ApprobationPoseTransfert) ; commit/rollback laisses a l'appelant
       TransfertContrats-Ecritures.
           Move 1 to TransfertOk
           Move DateTraitement to DateOperationContrat
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateOperationOC
           end-string
           Move spaces to DateValeurOC
           Move space to ModeReglementOC
           Move space to StatutReglementOC

           move CodeProduitSrcTrf to CodeProduitOC
           move NoContratSrcTrf to NoContratOC
           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC
           Add 1 to NoOperationOC
           Move NoOperationOC to NoOperationSrcTrf

           move CodeProduitDstTrf to CodeProduitOC
           move NoContratDstTrf to NoContratOC
           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC
           Add 1 to NoOperationOC
           Move NoOperationOC to NoOperationDstTrf

      *    Debit 'R' du contrat source, renvoi sur le credit destination
           move CodeProduitSrcTrf to CodeProduitOC
           move NoContratSrcTrf to NoContratOC
           Move NoOperationSrcTrf to NoOperationOC
           Move 'R' to TypeOperationOC
           Move MontantTransfert to MontantOperationOC
           Move NoOperationDstTrf to NoOperationOrigineOC
           Perform TransfertInterne-PlusValue
           Perform TransfertContrats-PoseLigne
           If TransfertOk = 1
               Perform TransfertInterne-MarqueDebit
           end-if

           If TransfertOk = 1
               EXEC SQL
                   UPDATE ProduitsClient
                   SET ValeurCourante = ValeurCourante - :MontantTransfert,
                       Operateur = :OperateurOC
                   WHERE (CodeProduit = :CodeProduitSrcTrf
                   AND NoContrat = :NoContratSrcTrf)
               END-EXEC
               If SQLCODE <> 0
                   Move 0 to TransfertOk
               end-if
           end-if

      *    Credit 'V' du contrat destination, renvoi sur le debit source,
      *    puis ses frais 'F' et le credit du net
           If TransfertOk = 1
               move CodeProduitDstTrf to CodeProduitOC
               move NoContratDstTrf to NoContratOC
               Move NoOperationDstTrf to NoOperationOC
               Move 'V' to TypeOperationOC
               Move MontantTransfert to MontantOperationOC
               Move NoOperationSrcTrf to NoOperationOrigineOC
               Perform TransfertContrats-PoseLigne
           end-if

           If TransfertOk = 1
               Compute NoOperationOC = NoOperationDstTrf + 1
               Move 'F' to TypeOperationOC
               Move FraisTransfert to MontantOperationOC
               Move 0 to NoOperationOrigineOC
               Perform TransfertContrats-PoseLigne
           end-if

           If TransfertOk = 1
               EXEC SQL
                   UPDATE ProduitsClient
                   SET ValeurCourante = ValeurCourante + :MontantNetTransfert,
                       Operateur = :OperateurOC
                   WHERE (CodeProduit = :CodeProduitDstTrf
                   AND NoContrat = :NoContratDstTrf)
               END-EXEC
               If SQLCODE <> 0
                   Move 0 to TransfertOk
               end-if
           end-if

      *    Trace complete du lien dans TransfertsContrat
           If TransfertOk = 1
               EXEC SQL
                   SELECT MAX(NoTransfert)
                   INTO :NoTransfertTC
                   FROM TransfertsContrat
               END-EXEC
               If SQLCODE = 100
                   Move 0 to NoTransfertTC
               end-if
               Add 1 to NoTransfertTC

               Move CodeProduitSrcTrf to CodeProduitSrcTC
               Move NoContratSrcTrf to NoContratSrcTC
               Move NoOperationSrcTrf to NoOperationSrcTC
               Move CodeProduitDstTrf to CodeProduitDstTC
               Move NoContratDstTrf to NoContratDstTC
               Move NoOperationDstTrf to NoOperationDstTC
               Move MontantTransfert to MontantTC
               Move DateOperationOC to DateTransfertTC
               Move OperateurOC to OperateurTC

               EXEC SQL
                   INSERT INTO TransfertsContrat
                       (NoTransfert, CodeProduitSrc, NoContratSrc,
                        NoOperationSrc, CodeProduitDst, NoContratDst,
                        NoOperationDst, Montant, DateTransfert,
                        Operateur, MontantPlusValues)
                   VALUES
                       (:NoTransfertTC, :CodeProduitSrcTC,
                        :NoContratSrcTC, :NoOperationSrcTC,
                        :CodeProduitDstTC, :NoContratDstTC,
                        :NoOperationDstTC, :MontantTC,
                        :DateTransfertTC, :OperateurTC,
                        :MontantPlusValuesTC)
               END-EXEC
               If SQLCODE <> 0
                   Move 0 to TransfertOk
               end-if
           end-if.

      *    Avis de confirmation des deux cotes (meme avis que les
      *    versements/rachats libres)
       TransfertContrats-Avis.
           move CodeProduitSrcTrf to CodeProduitOC
           move NoContratSrcTrf to NoContratOC
           Move "TRANSFERT DEBIT" to LibelleEvenement
           Move MontantTransfert to MontantEvenement
           Perform EcritNotificationClient

           move CodeProduitDstTrf to CodeProduitOC
           move NoContratDstTrf to NoContratOC
           Move "TRANSFERT CREDIT" to LibelleEvenement
           Move MontantTransfert to MontantEvenement
           Perform EcritNotificationClient.

      *-----------------------------------------------------------------------------------------------
      *  Insertion d'une ligne du transfert (cle et contenu prepares par l'appelant) -
      *  meme shape que les poses des saisies libres
      *-----------------------------------------------------------------------------------------------
       TransfertContrats-PoseLigne.
           EXEC SQL
               INSERT INTO OperationsCompte
                   (CodeProduit
                   ,NoContrat
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,Operateur
                   ,NoOperationOrigine)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:OperateurOC
                   ,:NoOperationOrigineOC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OperationsCompte " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to TransfertOk
           end-if.

       TransfertContrats-fin.
           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.

           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 33 - Mise en rente d'un contrat echu : au lieu d'un rachat total, le contrat
      *  passe en service de rente (EtatProduit 5) avec une periodicite (mensuelle ou
      *  trimestrielle) et un montant d'arrerage - le job ServiceRentes pose ensuite chaque
      *  arrerage ('R' + ordre de paiement sens 'V' vers le souscripteur) jusqu'a epuisement
      *  de la valeur, le solde restant continuant de porter interet (CalculInteretMensuel
      *  sert aussi l'etat 5). Remplace le rachat programme bricole, que les controles de
      *  duree minimale et la fiscalite de rachat n'avaient jamais prevus pour cet usage.
      *-----------------------------------------------------------------------------------------------
       MiseEnRente.
           perform MiseEnRente-init.
           perform MiseEnRente-trt until ChoixMiseEnRente = 'A'.
           perform MiseEnRente-fin.

       MiseEnRente-init.
           Move space to ChoixMiseEnRente

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       MiseEnRente-trt.
           Move 0 to RenteContratTrouve
           display M-MiseEnRente
           Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitPC) to CodeProduitPC
           display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
           Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           If NoContratPC = 0
               Move 'A' to ChoixMiseEnRente
           else
               EXEC SQL
                   SELECT ValeurCourante
                   INTO :ValeurCourantePC
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC
                   AND EtatProduit = 4)
               END-EXEC

               If SQLCODE = 100
                   Display " Contrat non trouve ou non echu (seul un contrat echu part en rente) >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Move 1 to RenteContratTrouve
               end-if
           end-if.

           If RenteContratTrouve = 1
               Perform MiseEnRente-Saisie
           end-if.

       MiseEnRente-Saisie.
           Move ValeurCourantePC to ValeurRachatTotalDisplay
           Display ValeurRachatTotalDisplay at line 7 col 36 foreground-color is 3 highlight

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept PeriodeRenteSaisie at line 9 col 36 required foreground-color is 3 Highlight
               Move Function Upper-case(PeriodeRenteSaisie) to PeriodeRenteSaisie
               evaluate PeriodeRenteSaisie
                   when 'M'
                   when 'T'
                       move 1 to DonneesValides
                   when other
                       move " Saisie non valide : [M]ensuelle ou [T]rimestrielle " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           End-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept MontantVPrg of Saisie-Simulation at line 11 col 36 foreground-color is 3 Highlight
               Move MontantVPrg of Saisie-Simulation to MontantRenteSaisi
               evaluate true
                   when MontantRenteSaisi = 0
                       move " Saisie non valide : montant > 0 " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   when MontantRenteSaisi > ValeurCourantePC
                       move " Saisie non valide : arrerage superieur a la valeur du contrat " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   when other
                       Move 1 to DonneesValides
               end-evaluate
           End-perform

           Accept ConfirmeMiseEnRente at line 13 col 36 required foreground-color is 3 highlight
           Move Function Upper-case(ConfirmeMiseEnRente) to ConfirmeMiseEnRente

           If ConfirmeMiseEnRente = 'O'
               Move 1 to RentePC
               Move PeriodeRenteSaisie to PeriodeRentePC
               Move MontantRenteSaisi to MontantRentePC
               Move DateTraitement to DateOperationContrat
               String Annee of DateOperationContrat '-'
                   Mois of DateOperationContrat '-'
                   Jour of DateOperationContrat into DateDebutRentePC
               end-string
               Move CodeOperateur to OperateurPC

               EXEC SQL
                   UPDATE ProduitsClient
                   SET EtatProduit = 5,
                       Rente = :RentePC,
                       PeriodeRente = :PeriodeRentePC,
                       MontantRente = :MontantRentePC,
                       DateDebutRente = :DateDebutRentePC,
                       Operateur = :OperateurPC
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC
                   AND EtatProduit = 4)
               END-EXEC

               If SQLCODE <> 0
                   Display " Erreur : ProduitsClient " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               else
      *            Avis de confirmation au client
                   move CodeProduitPC to CodeProduitOC
                   move NoContratPC to NoContratOC
                   Move "MISE EN RENTE" to LibelleEvenement
                   Move MontantRenteSaisi to MontantEvenement
                   Perform EcritNotificationClient

                   move " Contrat mis en service de rente :" & CodeProduitPC & ' ' & NoContratPC to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               end-if
           end-if.

       MiseEnRente-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 34 - Journee comptable : la cloture du soir ('F') ferme les ecrans qui posent
      *  de l'argent (versement, rachat, rachat total, transfert, approbations) pendant que
      *  la chaine de nuit tourne - les verrous contrat protegent un contrat, pas la fenetre
      *  batch. L'ouverture du matin ('O') rouvre la place une fois la chaine terminee. La
      *  consultation n'est jamais bloquee, et un superviseur peut passer outre ecran par
      *  ecran (derogation tracee - cf VerifieJourneeOuverte)
      *-----------------------------------------------------------------------------------------------
       JourneeComptableEcran.
           perform JourneeComptableEcran-init.
           perform JourneeComptableEcran-trt until ChoixJournee = '0'.
           perform JourneeComptableEcran-fin.

       JourneeComptableEcran-init.
           Move space to ChoixJournee

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       JourneeComptableEcran-trt.
           display M-JourneeComptable

           Move spaces to DateJourneeJC
           Move space to EtatJourneeJC
           EXEC SQL
               SELECT DateJournee, EtatJournee
               INTO :DateJourneeJC, :EtatJourneeJC
               FROM JourneeComptable
           END-EXEC

           evaluate true
               when SQLCODE = 100
                   Display "(aucune journee enregistree - place ouverte)" at line 6 col 28 foreground-color is 2 highlight
               when EtatJourneeJC = 'F'
                   Display DateJourneeJC at line 6 col 28 foreground-color is 3 highlight
                   Display "FERMEE" at line 8 col 28 foreground-color is 2 highlight
               when other
                   Display DateJourneeJC at line 6 col 28 foreground-color is 3 highlight
                   Display "OUVERTE" at line 8 col 28 foreground-color is 3 highlight
           end-evaluate

           accept ChoixJournee at line 15 col 28 required foreground-color is 3 highlight
           Move Function Upper-case(ChoixJournee) to ChoixJournee

           evaluate ChoixJournee
               When 'F'
                   Perform JourneeComptable-Ferme
                   Move space to ChoixJournee
               When 'O'
                   Perform JourneeComptable-Ouvre
                   Move space to ChoixJournee
               When '0'
                   continue
               When other
                   move " Saisie non valide : F, O ou 0 " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Cloture de la journee : la ligne unique de JourneeComptable passe 'F' (creee au
      *  premier passage) - les ecrans de comptabilisation refuseront toute pose jusqu'a
      *  l'ouverture suivante
      *-----------------------------------------------------------------------------------------------
       JourneeComptable-Ferme.
      *    Une caisse especes encore ouverte garde des especes hors de
      *    tout arrete : les caisses sont arretees avant la cloture
           Move 0 to NbCaissesOuvertes
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbCaissesOuvertes
               FROM Caisses
               WHERE EtatCaisse = 'O'
           END-EXEC

           If NbCaissesOuvertes > 0
               Move NbCaissesOuvertes to NbCaissesOuvertesDisplay
               move " Cloture refusee : " & NbCaissesOuvertesDisplay & " caisse(s) especes encore ouverte(s) (menu 57) " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Move 'F' to EtatJourneeJC
               Perform JourneeComptable-Enregistre
               If SQLCODE = 0
                   move " Journee cloturee - comptabilisations fermees jusqu'a l'ouverture " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Ouverture de la journee du jour (date de traitement de la session) : a lancer une
      *  fois la chaine de nuit terminee ('T' partout dans ControleBatch)
      *-----------------------------------------------------------------------------------------------
       JourneeComptable-Ouvre.
           Move 'O' to EtatJourneeJC
           Perform JourneeComptable-Enregistre
           If SQLCODE = 0
               move " Journee ouverte - comptabilisations permises " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

       JourneeComptable-Enregistre.
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateJourneeJC
           end-string

           EXEC SQL
               UPDATE JourneeComptable
               SET DateJournee = :DateJourneeJC,
                   EtatJournee = :EtatJourneeJC
           END-EXEC

           If SQLCODE = 100
               EXEC SQL
                   INSERT INTO JourneeComptable
                       (DateJournee, EtatJournee)
                   VALUES
                       (:DateJourneeJC, :EtatJourneeJC)
               END-EXEC
           end-if

           If SQLCODE <> 0
               Display " Erreur : JourneeComptable " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           end-if.

       JourneeComptableEcran-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  La journee comptable est-elle ouverte ? (cf JourneeComptableEcran) - appele par les
      *  ecrans qui posent de l'argent, la consultation n'etant jamais bloquee. Aucune ligne
      *  = place ouverte (comportement historique, avant la journee comptable). Journee
      *  fermee : refus, sauf derogation superviseur explicite, tracee horodatee dans
      *  DerogationsJournee.txt avec l'ecran et l'operateur
      *-----------------------------------------------------------------------------------------------
       VerifieJourneeOuverte.
           Move 1 to JourneeOuverte
           Move space to EtatJourneeJC

           EXEC SQL
               SELECT EtatJournee
               INTO :EtatJourneeJC
               FROM JourneeComptable
           END-EXEC

           If SQLCODE = 0 and EtatJourneeJC = 'F'
               Move 0 to JourneeOuverte
               If ProfilOperateur = 'S'
                   move " Journee fermee - passer outre (O/N) ? " to LaInfoAide
                   display InfoAide
                   Accept ChoixJournee at line 25 col 42 foreground-color is 3 Highlight
                   Display REsetInfoAide
                   Move Function Upper-case(ChoixJournee) to ChoixJournee
                   If ChoixJournee = 'O'
                       Move 1 to JourneeOuverte
                       Perform EcritDerogationJournee
                   end-if
                   Move space to ChoixJournee
               else
                   move " Journee comptable fermee - reessayez apres l'ouverture du matin " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  MENU 57 - Caisse especes de l'operateur : ouverture du jour avec le fond de caisse
      *  compte, position (fond + entrees - sorties), arrete par comptage des coupures. Les
      *  versements et rachats en especes ne se posent que sur une caisse ouverte, chacun y
      *  laisse son mouvement (cf EnregistreMouvementCaisse). Un arrete avec ecart attend le
      *  visa d'un superviseur (menu 58), et la journee comptable ne se cloture pas tant
      *  qu'une caisse reste ouverte
      *-----------------------------------------------------------------------------------------------
       CaisseOperateur.
           perform CaisseOperateur-init.
           perform CaisseOperateur-trt until ChoixCaisse = '0'.
           perform CaisseOperateur-fin.

       CaisseOperateur-init.
           Move space to ChoixCaisse

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       CaisseOperateur-trt.
           display M-Caisse
           Perform ChargeCaisseOperateur

           If CaisseTrouvee = 0
               Display "(aucune caisse ouverte ce jour)" at line 6 col 28 foreground-color is 2 highlight
           else
               Display DateCaisseCA at line 6 col 28 foreground-color is 3 highlight
               evaluate EtatCaisseCA
                   when 'O'
                       Display "OUVERTE" at line 7 col 28 foreground-color is 3 highlight
                   when 'E'
                       Display "ARRETEE - ECART A VISER" at line 7 col 28 foreground-color is 2 highlight
                   when other
                       Display "ARRETEE" at line 7 col 28 foreground-color is 2 highlight
               end-evaluate
               Move FondInitialCA to MontantCaisseDisplay
               Display MontantCaisseDisplay at line 8 col 28 foreground-color is 3 highlight
               Move TotalEntreesCA to MontantCaisseDisplay
               Display MontantCaisseDisplay at line 9 col 28 foreground-color is 3 highlight
               Move TotalSortiesCA to MontantCaisseDisplay
               Display MontantCaisseDisplay at line 10 col 28 foreground-color is 3 highlight
               Compute MontantCaisseTheorique = FondInitialCA + TotalEntreesCA - TotalSortiesCA
               Move MontantCaisseTheorique to MontantCaisseDisplay
               Display MontantCaisseDisplay at line 11 col 28 foreground-color is 3 highlight
           end-if

           accept ChoixCaisse at line 17 col 28 required foreground-color is 3 highlight
           Move Function Upper-case(ChoixCaisse) to ChoixCaisse

           evaluate ChoixCaisse
               When 'O'
                   Perform CaisseOperateur-Ouvre
                   Move space to ChoixCaisse
               When 'A'
                   Perform CaisseOperateur-Arrete
                   Move space to ChoixCaisse
               When '0'
                   continue
               When other
                   move " Saisie non valide : O, A ou 0 " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Caisse de l'operateur de la session : la caisse ouverte s'il en a une (meme d'une
      *  journee precedente, a arreter), sinon celle de la journee de traitement
      *-----------------------------------------------------------------------------------------------
       ChargeCaisseOperateur.
           Move CodeOperateur to OperateurCaisse
           Perform ChargeCaisseOuverte
           Move CaisseOuverte to CaisseTrouvee

           If CaisseTrouvee = 0
               Move CodeOperateur to OperateurCA
               String Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement into DateCaisseCA
               end-string
               EXEC SQL
                   SELECT FondInitial, TotalEntrees, TotalSorties,
                    COALESCE(MontantCompte, 0), COALESCE(EcartCaisse, 0),
                    EtatCaisse
                   INTO :FondInitialCA, :TotalEntreesCA, :TotalSortiesCA,
                    :MontantCompteCA, :EcartCaisseCA, :EtatCaisseCA
                   FROM Caisses
                   WHERE (Operateur = :OperateurCA
                   AND DateCaisse = :DateCaisseCA)
               END-EXEC
               If SQLCODE = 0
                   Move 1 to CaisseTrouvee
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Caisse ouverte ('O') de l'operateur OperateurCaisse : CaisseOuverte a 1 et la ligne
      *  chargee dans Caisses, sinon 0 - une seule caisse ouverte par operateur
      *-----------------------------------------------------------------------------------------------
       ChargeCaisseOuverte.
           Move 0 to CaisseOuverte
           Move OperateurCaisse to OperateurCA
           EXEC SQL
               SELECT DateCaisse, FondInitial, TotalEntrees, TotalSorties
               INTO :DateCaisseCA, :FondInitialCA, :TotalEntreesCA, :TotalSortiesCA
               FROM Caisses
               WHERE (Operateur = :OperateurCA
               AND EtatCaisse = 'O')
           END-EXEC
           If SQLCODE = 0
               Move 1 to CaisseOuverte
               Move 'O' to EtatCaisseCA
               Move 0 to MontantCompteCA
               Move 0 to EcartCaisseCA
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Ouverture de la caisse du jour : une par operateur et par journee, le fond de caisse
      *  compte devient le solde de depart
      *-----------------------------------------------------------------------------------------------
       CaisseOperateur-Ouvre.
           evaluate true
               when CaisseTrouvee = 1 and EtatCaisseCA = 'O'
                   move " Caisse deja ouverte (journee " & DateCaisseCA & ") " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when CaisseTrouvee = 1
                   move " Caisse du jour deja arretee : une seule caisse par journee " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when other
                   Move 0 to FondCaisseSaisi
                   Display " Fond de caisse compte (Eur) :" at line 19 col 2 foreground-color is 3 highlight
                   Accept FondCaisseSaisi at line 19 col 34 required foreground-color is 3 highlight

                   Move CodeOperateur to OperateurCA
                   String Annee of DateTraitement '-'
                       Mois of DateTraitement '-'
                       Jour of DateTraitement into DateCaisseCA
                   end-string
                   Move FondCaisseSaisi to FondInitialCA
                   Move 0 to TotalEntreesCA
                   Move 0 to TotalSortiesCA
                   Move 0 to MontantCompteCA
                   Move 0 to EcartCaisseCA
                   Move 'O' to EtatCaisseCA
                   ACCEPT HeureSimulation from time
                   String DateCaisseCA ' '
                       HeureSimuH ':' HeureSimuMn ':' HeureSimuSec
                       into DateOuvertureCA
                   end-string
                   Move spaces to DateArreteCA
                   Move spaces to SuperviseurCA
                   Move spaces to DateVisaCA

                   EXEC SQL
                       INSERT INTO Caisses
                           (Operateur, DateCaisse, FondInitial, TotalEntrees,
                            TotalSorties, MontantCompte, EcartCaisse, EtatCaisse,
                            DateOuverture, DateArrete, Superviseur, DateVisa)
                       VALUES
                           (:OperateurCA, :DateCaisseCA, :FondInitialCA,
                            :TotalEntreesCA, :TotalSortiesCA, :MontantCompteCA,
                            :EcartCaisseCA, :EtatCaisseCA, :DateOuvertureCA,
                            :DateArreteCA, :SuperviseurCA, :DateVisaCA)
                   END-EXEC

                   If SQLCODE = 0
                       move " Caisse ouverte - especes acceptees " to LaInfoComm
                       display InfoComm
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoComm
                   else
                       Display " Erreur : Caisses " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   end-if
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Arrete de la caisse ouverte - refuse tant que des operations en especes de
      *  l'operateur attendent l'approbation : les especes sont au tiroir sans mouvement
      *  pose, le comptage les ferait sortir en ecart
      *-----------------------------------------------------------------------------------------------
       CaisseOperateur-Arrete.
           evaluate true
               when CaisseTrouvee = 0
               when EtatCaisseCA not = 'O'
                   move " Aucune caisse ouverte a arreter " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when other
                   Move 0 to NbEspecesEnAttente
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :NbEspecesEnAttente
                       FROM OperationsEnAttente
                       WHERE (OperateurDemande = :OperateurCA
                       AND ModeReglement = 'E'
                       AND StatutAttente = 'A')
                   END-EXEC
                   If NbEspecesEnAttente > 0
                       move " Operations en especes en attente d'approbation : arrete impossible " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   else
                       Perform CaisseOperateur-Comptage
                   end-if
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Comptage par coupure, total compte et ecart avec le solde theorique, puis confirmation
      *-----------------------------------------------------------------------------------------------
       CaisseOperateur-Comptage.
           display M-ComptageCaisse
           Compute MontantCaisseTheorique = FondInitialCA + TotalEntreesCA - TotalSortiesCA
           Move 0 to MontantCompteCA
           Perform CaisseOperateur-SaisieCoupure
               varying IndexCoupure from 1 by 1 until IndexCoupure > 15

           Move MontantCompteCA to MontantCaisseDisplay
           Display MontantCaisseDisplay at line 20 col 42 foreground-color is 3 highlight
           Move MontantCaisseTheorique to MontantCaisseDisplay
           Display MontantCaisseDisplay at line 21 col 42 foreground-color is 3 highlight
           Compute EcartCaisseCA = MontantCompteCA - MontantCaisseTheorique
           Move EcartCaisseCA to MontantCaisseDisplay
           If EcartCaisseCA = 0
               Display MontantCaisseDisplay at line 22 col 42 foreground-color is 3 highlight
           else
               Display MontantCaisseDisplay at line 22 col 42 foreground-color is 2 highlight
           end-if

           Move 'N' to ConfirmeArreteCaisse
           Display " Confirmer l'arrete de la caisse (O/N) :" at line 23 col 2 foreground-color is 3 highlight
           Accept ConfirmeArreteCaisse at line 23 col 43 required foreground-color is 3 highlight
           Move Function Upper-case(ConfirmeArreteCaisse) to ConfirmeArreteCaisse
           If ConfirmeArreteCaisse = 'O'
               Perform CaisseOperateur-EnregistreArrete
           end-if.

       CaisseOperateur-SaisieCoupure.
           Compute LigneCoupure = IndexCoupure + 4
           Move 0 to NbCoupuresSaisi(IndexCoupure)
           Accept NbCoupuresSaisi(IndexCoupure) at line LigneCoupure col 22 foreground-color is 3 highlight
           Compute SousTotalCoupure = NbCoupuresSaisi(IndexCoupure) * ValeurCoupure(IndexCoupure)
           Move SousTotalCoupure to MontantCaisseDisplay
           Display MontantCaisseDisplay at line LigneCoupure col 30 foreground-color is 3 highlight
           Add SousTotalCoupure to MontantCompteCA.

      *-----------------------------------------------------------------------------------------------
      *  Arrete enregistre : sans ecart la caisse est fermee ('F'), avec un ecart elle attend
      *  le visa d'un superviseur ('E') - le detail des coupures est conserve
      *-----------------------------------------------------------------------------------------------
       CaisseOperateur-EnregistreArrete.
           ACCEPT HeureSimulation from time
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement ' '
               HeureSimuH ':' HeureSimuMn ':' HeureSimuSec
               into DateArreteCA
           end-string
           If EcartCaisseCA = 0
               Move 'F' to EtatCaisseCA
           else
               Move 'E' to EtatCaisseCA
           end-if

           EXEC SQL
               UPDATE Caisses
               SET MontantCompte = :MontantCompteCA,
                   EcartCaisse = :EcartCaisseCA,
                   EtatCaisse = :EtatCaisseCA,
                   DateArrete = :DateArreteCA
               WHERE (Operateur = :OperateurCA
               AND DateCaisse = :DateCaisseCA
               AND EtatCaisse = 'O')
           END-EXEC

           If SQLCODE = 0
               Perform CaisseOperateur-EnregistreCoupure
                   varying IndexCoupure from 1 by 1 until IndexCoupure > 15
               If EtatCaisseCA = 'F'
                   move " Caisse arretee sans ecart " to LaInfoComm
               else
                   move " Caisse arretee avec un ecart de " & MontantCaisseDisplay & " Eur - visa superviseur (menu 58) " to LaInfoComm
               end-if
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               Display " Erreur : Caisses " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           end-if.

       CaisseOperateur-EnregistreCoupure.
           If NbCoupuresSaisi(IndexCoupure) > 0
               Move OperateurCA to OperateurKD
               Move DateCaisseCA to DateCaisseKD
               Move ValeurCoupure(IndexCoupure) to ValeurCoupureKD
               Move NbCoupuresSaisi(IndexCoupure) to NbCoupuresKD
               EXEC SQL
                   INSERT INTO ComptagesCaisse
                       (Operateur, DateCaisse, ValeurCoupure, NbCoupures)
                   VALUES
                       (:OperateurKD, :DateCaisseKD, :ValeurCoupureKD,
                        :NbCoupuresKD)
               END-EXEC
           end-if.

       CaisseOperateur-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  Mouvement d'especes pose sur le contrat CodeProduitOC/NoContratOC (operation
      *  NoOperationOC) : SensMouvementCaisse 'E' entree / 'S' sortie, MontantMouvementCaisse,
      *  dans la caisse ouverte d'OperateurCaisse, dont les totaux sont mis a jour
      *-----------------------------------------------------------------------------------------------
       EnregistreMouvementCaisse.
           Perform ChargeCaisseOuverte
           If CaisseOuverte = 1
               Move 0 to NoMouvementKM
               EXEC SQL
                   SELECT COALESCE(MAX(NoMouvement), 0)
                   INTO :NoMouvementKM
                   FROM MouvementsCaisse
                   WHERE (Operateur = :OperateurCA
                   AND DateCaisse = :DateCaisseCA)
               END-EXEC
               Add 1 to NoMouvementKM

               Move OperateurCA to OperateurKM
               Move DateCaisseCA to DateCaisseKM
               Move SensMouvementCaisse to SensMouvementKM
               Move MontantMouvementCaisse to MontantKM
               Move CodeProduitOC to CodeProduitKM
               Move NoContratOC to NoContratKM
               Move NoOperationOC to NoOperationKM
               ACCEPT HeureSimulation from time
               String HeureSimuH ':' HeureSimuMn ':' HeureSimuSec
                   into HeureMouvementKM
               end-string

               EXEC SQL
                   INSERT INTO MouvementsCaisse
                       (Operateur, DateCaisse, NoMouvement, SensMouvement,
                        Montant, CodeProduit, NoContrat, NoOperation,
                        HeureMouvement)
                   VALUES
                       (:OperateurKM, :DateCaisseKM, :NoMouvementKM,
                        :SensMouvementKM, :MontantKM, :CodeProduitKM,
                        :NoContratKM, :NoOperationKM, :HeureMouvementKM)
               END-EXEC

               If SensMouvementCaisse = 'E'
                   EXEC SQL
                       UPDATE Caisses
                       SET TotalEntrees = TotalEntrees + :MontantKM
                       WHERE (Operateur = :OperateurCA
                       AND DateCaisse = :DateCaisseCA)
                   END-EXEC
               else
                   EXEC SQL
                       UPDATE Caisses
                       SET TotalSorties = TotalSorties + :MontantKM
                       WHERE (Operateur = :OperateurCA
                       AND DateCaisse = :DateCaisseCA)
                   END-EXEC
               end-if

               If SQLCODE <> 0
                   Display " Erreur : Caisses " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               end-if
           else
               Display " Caisse especes non ouverte : mouvement non enregistre " at line 24 Col 2 foreground-color is 2 highlight
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  MENU 58 - Visa des ecarts de caisse (superviseur) : liste des caisses arretees avec
      *  un ecart, visa d'une caisse qui passe alors fermee ('F') - un superviseur ne vise
      *  pas sa propre caisse
      *-----------------------------------------------------------------------------------------------
       VisaEcartsCaisse.
           perform VisaEcartsCaisse-init.
           perform VisaEcartsCaisse-trt until ChoixCaisse = '0'.
           perform VisaEcartsCaisse-fin.

       VisaEcartsCaisse-init.
           Move space to ChoixCaisse

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       VisaEcartsCaisse-trt.
           display M-VisaEcartsCaisse

           EXEC SQL
               OPEN CaissesEcart-Curseur
           END-EXEC.

           Move 0 to CaissesEOF
           Move 7 to LigneDetailsCaisses

           perform until CaissesEOF = 1
               EXEC SQL
                   FETCH CaissesEcart-Curseur
                       INTO :OperateurCA, :DateCaisseCA, :FondInitialCA, :TotalEntreesCA,
                        :TotalSortiesCA, :MontantCompteCA, :EcartCaisseCA
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to CaissesEOF
               else
                   Display OperateurCA at line LigneDetailsCaisses col 3 foreground-color is 3 highlight
                   Display DateCaisseCA at line LigneDetailsCaisses col 13 foreground-color is 3 highlight
                   Compute MontantCaisseTheorique = FondInitialCA + TotalEntreesCA - TotalSortiesCA
                   Move MontantCaisseTheorique to MontantCaisseDisplay
                   Display MontantCaisseDisplay at line LigneDetailsCaisses col 25 foreground-color is 3 highlight
                   Move MontantCompteCA to MontantCaisseDisplay
                   Display MontantCaisseDisplay at line LigneDetailsCaisses col 41 foreground-color is 3 highlight
                   Move EcartCaisseCA to MontantCaisseDisplay
                   Display MontantCaisseDisplay at line LigneDetailsCaisses col 57 foreground-color is 2 highlight
                   Add 1 to LigneDetailsCaisses
                   If LigneDetailsCaisses > 20
                       Move 1 to CaissesEOF
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE CaissesEcart-Curseur
           END-EXEC.

           Move spaces to OperateurVisaSaisi
           accept OperateurVisaSaisi at line 21 col 48 foreground-color is 3 highlight
           Move Function Upper-case(OperateurVisaSaisi) to OperateurVisaSaisi

           If OperateurVisaSaisi = spaces
               Move '0' to ChoixCaisse
           else
               Move spaces to DateVisaSaisie
               accept DateVisaSaisie at line 21 col 67 required foreground-color is 3 highlight
               If OperateurVisaSaisi = CodeOperateur
                   move " Visa refuse : un superviseur ne vise pas sa propre caisse " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               else
                   Move OperateurVisaSaisi to OperateurCA
                   Move DateVisaSaisie to DateCaisseCA
                   Move CodeOperateur to SuperviseurCA
                   ACCEPT HeureSimulation from time
                   String Annee of DateTraitement '-'
                       Mois of DateTraitement '-'
                       Jour of DateTraitement ' '
                       HeureSimuH ':' HeureSimuMn ':' HeureSimuSec
                       into DateVisaCA
                   end-string

                   EXEC SQL
                       UPDATE Caisses
                       SET EtatCaisse = 'F',
                           Superviseur = :SuperviseurCA,
                           DateVisa = :DateVisaCA
                       WHERE (Operateur = :OperateurCA
                       AND DateCaisse = :DateCaisseCA
                       AND EtatCaisse = 'E')
                   END-EXEC

                   If SQLCODE = 100
                       move " Aucun ecart a viser pour cette caisse " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   else
                       move " Ecart vise - caisse fermee " to LaInfoComm
                       display InfoComm
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoComm
                   end-if
               end-if
           end-if.

       VisaEcartsCaisse-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  Un beneficiaire acceptant existe-t-il sur le contrat CodeProduitOC/NoContratOC ?
      *  Si oui, l'operation en cours (rachat, rachat total, changement de clause) est
      *  bloquee - sauf superviseur declarant le consentement ecrit recueilli, passage
      *  outre trace horodate dans DerogationsAcceptation.txt. Repond dans
      *  AcceptationBloque (1 = l'operation doit s'arreter)
      *-----------------------------------------------------------------------------------------------
       VerifieAcceptationBenef.
           Move 0 to AcceptationBloque
           Move 0 to NbBenefAcceptes

           EXEC SQL
               SELECT COUNT(*)
               INTO :NbBenefAcceptes
               FROM BeneficiairesContrat
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND Acceptation = 1)
           END-EXEC

           If NbBenefAcceptes > 0
               Move 1 to AcceptationBloque
               If ProfilOperateur = 'S'
                   move " Beneficiaire acceptant - consentement ecrit recueilli (O/N) ? " to LaInfoAide
                   display InfoAide
                   Accept ChoixConsentement at line 25 col 66 foreground-color is 3 Highlight
                   Display REsetInfoAide
                   Move Function Upper-case(ChoixConsentement) to ChoixConsentement
                   If ChoixConsentement = 'O'
                       Move 0 to AcceptationBloque
                       Perform EcritDerogationAcceptation
                   end-if
                   Move space to ChoixConsentement
               else
                   move " Beneficiaire acceptant : operation bloquee sans son consentement (voir superviseur) " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

       EcritDerogationAcceptation.
           ACCEPT HeureSimulation from time
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement ' '
               HeureSimuH ':' HeureSimuMn ':' HeureSimuSec
               ';' CodeOperateur
               ';' CodeProduitOC ' ' NoContratOC
               ';' "CONSENTEMENT BENEFICIAIRE DECLARE RECUEILLI"
               into EnrLigneDerogAccept
           end-string

           Move "DerogationsAcceptation" to NomBaseGN
           Perform PrepareGeneration
           Move NomGenerationGN to NomFichierDerogAccept
           open extend FichierDerogAccept
           If FichierDerogAcceptStatus = "00" or = "05"
               Move EnrLigneDerogAccept to EnrFichierDerogAccept
               write EnrFichierDerogAccept
               close FichierDerogAccept
           end-if.

       EcritDerogationJournee.
           ACCEPT HeureSimulation from time
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement ' '
               HeureSimuH ':' HeureSimuMn ':' HeureSimuSec
               ';' CodeOperateur
               ';' EcranControleJournee
               ';' "PASSAGE OUTRE JOURNEE FERMEE"
               into EnrLigneDerogJournee
           end-string

           Move "DerogationsJournee" to NomBaseGN
           Perform PrepareGeneration
           Move NomGenerationGN to NomFichierDerogJournee
           open extend FichierDerogJournee
           If FichierDerogJourneeStatus = "00" or = "05"
               Move EnrLigneDerogJournee to EnrFichierDerogJournee
               write EnrFichierDerogJournee
               close FichierDerogJournee
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  MENU 35 - Avance sur contrat : un client qui a besoin de tresorerie n'a plus a
      *  racheter (et subir FiscRachat) - un superviseur lui accorde une avance jusqu'a
      *  PctMaxAvance % de la valeur courante (avances en cours deduites), payee par ordre
      *  de paiement, la valeur du contrat restant intacte et pleinement remuneree. Le solde
      *  de l'avance porte son propre interet (job InteretsAvances) et se rembourse par
      *  fractions ; les avances en cours se nettent du reglement au rachat total et a la
      *  succession (cf ChargeSoldeAvances / SoldeAvancesApresReglement)
      *-----------------------------------------------------------------------------------------------
       AvanceContrat.
           perform AvanceContrat-init.
      *    Fenetre de comptabilisation : journee fermee = pas de pose
           Move "AvanceContrat" to EcranControleJournee
           Perform VerifieJourneeOuverte
           If JourneeOuverte = 1
               perform AvanceContrat-trt until ChoixAvance = '0'
           end-if.
           perform AvanceContrat-fin.

       AvanceContrat-init.
           Move space to ChoixAvance

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       AvanceContrat-trt.
           Move 0 to AvanceContratTrouve
           display M-AvanceContrat
           Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitPC) to CodeProduitPC
           display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
           Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           move CodeProduitPC to CodeProduitOC
           move NoContratPC to NoContratOC

           If NoContratPC = 0
               Move '0' to ChoixAvance
           else
               EXEC SQL
                   SELECT ValeurCourante, TiersSouscr, COALESCE(MontantSaisi, 0)
                   INTO :ValeurCourantePC, :TiersSouscrPC, :MontantSaisiPC
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC
                   AND EtatProduit = 1)
               END-EXEC

               If SQLCODE = 100
                   Display " Contrat non trouve ou non actif - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Move 1 to AvanceContratTrouve
               end-if
           end-if.

           If AvanceContratTrouve = 1
               Perform ChargeSoldeAvances
               Move ValeurCourantePC to ValeurRachatTotalDisplay
               Display ValeurRachatTotalDisplay at line 6 col 27 foreground-color is 3 highlight
               Move SoldeAvancesContrat to SoldeAvancesDisplay
               Display SoldeAvancesDisplay at line 7 col 27 foreground-color is 3 highlight

               Accept ChoixAvance at line 9 col 57 required foreground-color is 3 highlight
               Move Function Upper-case(ChoixAvance) to ChoixAvance
               evaluate ChoixAvance
                   When 'A'
                       Perform AvanceContrat-Octroi
                       Move space to ChoixAvance
                   When 'R'
                       Perform AvanceContrat-Remboursement
                       Move space to ChoixAvance
                   When '0'
                       continue
                   When other
                       move " Saisie non valide : A, R ou 0 " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                       Move space to ChoixAvance
               end-evaluate
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Octroi d'une avance : montant borne au plafond (PctMaxAvance % de la valeur
      *  courante moins les avances deja en cours), taux annuel saisi, paiement au
      *  souscripteur par ordre de paiement 'E' - la part gelee par une saisie / ATD
      *  (cf RegistreSaisies) sort de la valeur servant au plafond
      *-----------------------------------------------------------------------------------------------
       AvanceContrat-Octroi.
           Compute PlafondAvance rounded =
               (ValeurCourantePC - MontantSaisiPC) * PctMaxAvance / 100
           If SoldeAvancesContrat >= PlafondAvance
               move " Plafond d'avance deja atteint sur ce contrat " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Subtract SoldeAvancesContrat from PlafondAvance

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept MontantVPrg of Saisie-Simulation at line 11 col 27 foreground-color is 3 Highlight
                   Move MontantVPrg of Saisie-Simulation to MontantAvanceSaisi
                   evaluate true
                       when MontantAvanceSaisi = 0
                           move " Saisie non valide : montant > 0 " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                       when MontantAvanceSaisi > PlafondAvance
                           move " Saisie non valide : au-dela du plafond d'avance du contrat " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                       when other
                           Move 1 to DonneesValides
                   end-evaluate
               End-perform

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept TauxAvanceSaisi at line 13 col 27 required foreground-color is 3 Highlight
                   If TauxAvanceSaisi > 0
                       move 1 to DonneesValides
                   else
                       move " Saisie non valide : taux annuel > 0 " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   end-if
               End-perform

               Accept ConfirmeAvance at line 15 col 27 required foreground-color is 3 highlight
               Move Function Upper-case(ConfirmeAvance) to ConfirmeAvance

               If ConfirmeAvance = 'O'
                   Perform AvanceContrat-Enregistre
               end-if
           end-if.

       AvanceContrat-Enregistre.
           EXEC SQL
               SELECT MAX(NoAvance)
               INTO :NoAvanceAC
               FROM AvancesContrat
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoAvanceAC
           end-if
           Add 1 to NoAvanceAC

           Move CodeProduitPC to CodeProduitAC
           Move NoContratPC to NoContratAC
           Move TiersSouscrPC to IdTiersAC
           Move MontantAvanceSaisi to MontantAccordeAC
           Move MontantAvanceSaisi to SoldeRestantAC
           Move TauxAvanceSaisi to TauxAvanceAC
           Move DateTraitement to DateOperationContrat
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateOctroiAC
           end-string
           Move DateOctroiAC to DateOperationOC
           Move 'E' to EtatAvanceAC
           Move CodeOperateur to OperateurAC

           EXEC SQL
               INSERT INTO AvancesContrat
                   (NoAvance, CodeProduit, NoContrat, IdTiers,
                    MontantAccorde, SoldeRestant, TauxAvance,
                    DateOctroi, EtatAvance, Operateur)
               VALUES
                   (:NoAvanceAC, :CodeProduitAC, :NoContratAC,
                    :IdTiersAC, :MontantAccordeAC, :SoldeRestantAC,
                    :TauxAvanceAC, :DateOctroiAC, :EtatAvanceAC,
                    :OperateurAC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : AvancesContrat " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           else
               Perform AvanceContrat-EcritOrdre

      *        Avis de confirmation au client
               Move "AVANCE SUR CONTRAT" to LibelleEvenement
               Move MontantAvanceSaisi to MontantEvenement
               Perform EcritNotificationClient

               move " Avance " & NoAvanceAC & " accordee - ordre de paiement emis " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Remboursement (total ou partiel) de la plus ancienne avance en cours du contrat :
      *  le solde diminue, une avance soldee passe 'S'
      *-----------------------------------------------------------------------------------------------
       AvanceContrat-Remboursement.
           Move 0 to NoAvanceAC
           EXEC SQL
               SELECT MIN(NoAvance)
               INTO :NoAvanceAC
               FROM AvancesContrat
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC
               AND EtatAvance = 'E')
           END-EXEC

           If SQLCODE not = 0 or NoAvanceAC = 0
               move " Aucune avance en cours sur ce contrat " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               EXEC SQL
                   SELECT SoldeRestant
                   INTO :SoldeRestantAC
                   FROM AvancesContrat
                   WHERE NoAvance = :NoAvanceAC
               END-EXEC

               Move SoldeRestantAC to SoldeAvancesDisplay
               Display " Solde de l'avance " at line 10 col 1 foreground-color is 2 highlight
               Display NoAvanceAC at line 10 col 20 foreground-color is 2 highlight
               Display " : " at line 10 col 29 foreground-color is 2 highlight
               Display SoldeAvancesDisplay at line 10 col 32 foreground-color is 2 highlight

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept MontantVPrg of Saisie-Simulation at line 11 col 27 foreground-color is 3 Highlight
                   Move MontantVPrg of Saisie-Simulation to MontantAvanceSaisi
                   evaluate true
                       when MontantAvanceSaisi = 0
                           move " Saisie non valide : montant > 0 " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                       when MontantAvanceSaisi > SoldeRestantAC
                           move " Saisie non valide : montant superieur au solde de l'avance " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                       when other
                           Move 1 to DonneesValides
                   end-evaluate
               End-perform

               Accept ConfirmeAvance at line 15 col 27 required foreground-color is 3 highlight
               Move Function Upper-case(ConfirmeAvance) to ConfirmeAvance

               If ConfirmeAvance = 'O'
                   Subtract MontantAvanceSaisi from SoldeRestantAC
                   If SoldeRestantAC = 0
                       Move 'S' to EtatAvanceAC
                   else
                       Move 'E' to EtatAvanceAC
                   end-if

                   EXEC SQL
                       UPDATE AvancesContrat
                       SET SoldeRestant = :SoldeRestantAC,
                           EtatAvance = :EtatAvanceAC
                       WHERE NoAvance = :NoAvanceAC
                   END-EXEC

                   If SQLCODE <> 0
                       Display " Erreur : AvancesContrat " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   else
                       move " Remboursement enregistre " to LaInfoComm
                       display InfoComm
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoComm
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Ordre de paiement 'E' de l'avance vers le souscripteur - meme cycle de vie que les
      *  virements du rachat total (cf EcritOrdreVirement), IBAN derive du RIB au besoin
      *-----------------------------------------------------------------------------------------------
       AvanceContrat-EcritOrdre.
           EXEC SQL
               SELECT IdTiers, CodeBanque, CodeGuichet, RacineCompte, TypeCompte, CleRib,
                Intitule, Prenom, Nom, COALESCE(Iban, ' '), COALESCE(Bic, ' ')
               INTO :IdTiers, :CodeBanqueT, :CodeGuichet, :RacineCompte, :TypeCompte, :CleRib,
                :Intitule, :Prenom, :Nom, :IbanT, :BicT
               FROM TiersSB
               WHERE IdTiers = :TiersSouscrPC
           END-EXEC

           If SQLCODE <> 0
               move " Erreur : souscripteur introuvable pour l'ordre de l'avance " to LaInfoAide
               display InfoAide
               Display REsetInfoAide
           else
               If IbanT of TiersSouscrBenef = spaces
                   Move CodeBanqueT of TiersSouscrBenef to BbanBanque
                   Move CodeGuichet of TiersSouscrBenef to BbanGuichet
                   Move RacineCompte of TiersSouscrBenef to BbanRacine
                   Move TypeCompte of TiersSouscrBenef to BbanType
                   Move CleRib of TiersSouscrBenef to BbanCle
                   Perform CalculIbanDepuisRib
                   Move IbanCalcule to IbanT of TiersSouscrBenef
               end-if

               EXEC SQL
                   SELECT MAX(NoOrdre)
                   INTO :NoOrdreOP
                   FROM OrdresPaiement
               END-EXEC
               If SQLCODE = 100
                   Move 0 to NoOrdreOP
               end-if
               Add 1 to NoOrdreOP

               Move CodeProduitPC to CodeProduitOP
               Move NoContratPC to NoContratOP
               Move TiersSouscrPC to IdTiersOP
               Move 'V' to SensOrdreOP
               Move MontantAvanceSaisi to MontantOrdreOP
               Move DateOperationOC to DateEmissionOP
               Move 'E' to StatutOrdreOP
               Move spaces to DateStatutOP
               Move IbanT of TiersSouscrBenef to IbanOP
               Move BicT of TiersSouscrBenef to BicOP
               Move Nom of TiersSouscrBenef to NomTiersOP
               Move Prenom of TiersSouscrBenef to PrenomTiersOP
               Move "AVANCE SUR CONTRAT" to LibelleOP

               EXEC SQL
                   INSERT INTO OrdresPaiement
                       (NoOrdre, CodeProduit, NoContrat, IdTiers, SensOrdre,
                        MontantOrdre, DateEmission, StatutOrdre, DateStatut,
                        Iban, Bic, NomTiers, PrenomTiers, Libelle)
                   VALUES
                       (:NoOrdreOP, :CodeProduitOP, :NoContratOP, :IdTiersOP,
                        :SensOrdreOP, :MontantOrdreOP, :DateEmissionOP,
                        :StatutOrdreOP, :DateStatutOP, :IbanOP, :BicOP,
                        :NomTiersOP, :PrenomTiersOP, :LibelleOP)
               END-EXEC

               If SQLCODE <> 0
                   Display " Erreur : OrdresPaiement " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               end-if
           end-if.

       AvanceContrat-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  Solde des avances en cours du contrat CodeProduitOC/NoContratOC (cf AvanceContrat) -
      *  nette du reglement au rachat total et a la succession
      *-----------------------------------------------------------------------------------------------
       ChargeSoldeAvances.
           Move 0 to SoldeAvancesContrat
           EXEC SQL
               SELECT COALESCE(SUM(SoldeRestant), 0)
               INTO :SoldeAvancesContrat
               FROM AvancesContrat
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND EtatAvance = 'E')
           END-EXEC.

      *-----------------------------------------------------------------------------------------------
      *  Reglement servi : les avances en cours du contrat sont soldees (retenues sur le
      *  reglement - cf RachatTotal-trt / DecesSouscripteur-Reglement)
      *-----------------------------------------------------------------------------------------------
       SoldeAvancesApresReglement.
           EXEC SQL
               UPDATE AvancesContrat
               SET SoldeRestant = 0,
                   EtatAvance = 'S'
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND EtatAvance = 'E')
           END-EXEC.

      *-----------------------------------------------------------------------------------------------
      *  MENU 36 - Transfert de propriete d'un contrat (donation) : le contrat change de
      *  titulaire sans rachat total ni re-souscription - l'anciennete fiscale et tout
      *  l'historique restent intacts. Nouveau titulaire existant (IdTiers) ou cree via la
      *  capture partagee avec la co-souscription ; evenement date et audite dans
      *  TransfertsPropriete, les deux parties notifiees, et la clause beneficiaire DOIT
      *  etre revue dans la foulee (elle a ete pensee par l'ancien titulaire)
      *-----------------------------------------------------------------------------------------------
       TransfertPropriete.
           perform TransfertPropriete-init.
           perform TransfertPropriete-trt until ChoixTransfertProp = 'A'.
           perform TransfertPropriete-fin.

       TransfertPropriete-init.
           Move space to ChoixTransfertProp

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       TransfertPropriete-trt.
           Move 0 to TransfPropTrouve
           display M-TransfertPropriete
           Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitPC) to CodeProduitPC
           display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
           Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           move CodeProduitPC to CodeProduitOC
           move NoContratPC to NoContratOC

           If NoContratPC = 0
               Move 'A' to ChoixTransfertProp
           else
               EXEC SQL
                   SELECT TiersSouscr, COALESCE(MontantSaisi, 0)
                   INTO :TiersSouscrPC, :MontantSaisiPC
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC
                   AND EtatProduit = 1)
               END-EXEC

               If SQLCODE = 100
                   Display " Contrat non trouve ou non actif - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
      *>  Saisie / ATD en cours (cf RegistreSaisies) : le contrat ne
      *>  change pas de titulaire tant que la valeur gelee n'est pas liberee
                   If MontantSaisiPC > 0
                       Display " Saisie / ATD en cours - transfert bloque - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                       accept OkNonTrouve at line 23 col 75
                   else
                       Move 1 to TransfPropTrouve
                   end-if
               end-if
           end-if.

           If TransfPropTrouve = 1
               Move TiersSouscrPC to AncienTitulaire
               Move spaces to Nom of TiersSouscrBenef
               Move spaces to Prenom of TiersSouscrBenef
               EXEC SQL
                   SELECT Nom, Prenom
                   INTO :Nom, :Prenom
                   FROM TiersSB
                   WHERE IdTiers = :AncienTitulaire
               END-EXEC
               Display Nom of TiersSouscrBenef at line 6 col 27 foreground-color is 2 highlight
               Display Prenom of TiersSouscrBenef at line 6 col 49 foreground-color is 2 highlight

               Perform TransfertPropriete-Saisie
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Choix (ou creation) du nouveau titulaire, verification, confirmation et posting
      *-----------------------------------------------------------------------------------------------
       TransfertPropriete-Saisie.
           Move 0 to IdNouveauTitulaire
           Accept IdNouveauTitulaire at line 8 col 44 required foreground-color is 3 highlight

           If IdNouveauTitulaire = 0
      *        Creation du nouveau titulaire via la capture partagee
      *        (masque donation) puis recherche/insertion TiersSB comme
      *        la co-souscription
               Move 'D' to EcranCaptureTiersCS
               Move 'N' to W-CoSouscrSaisi
               Perform GestionTiersCoSouscr
               Move 'C' to EcranCaptureTiersCS

               If W-CoSouscrSaisi = 'O'
                   Perform TransfertPropriete-CreeTiers
               end-if
               display M-TransfertPropriete
               Display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
               Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           end-if

           If IdNouveauTitulaire = 0
               Display " Aucun nouveau titulaire retenu - transfert abandonne >>" at line 23 col 2 foreground-color is 3 highlight
               accept OkNonTrouve at line 23 col 75
           else
           If IdNouveauTitulaire = AncienTitulaire
               Display " Le nouveau titulaire est deja le titulaire actuel >>" at line 23 col 2 foreground-color is 3 highlight
               accept OkNonTrouve at line 23 col 75
           else
               Move spaces to Nom of TiersSouscrBenef
               Move spaces to Prenom of TiersSouscrBenef
               EXEC SQL
                   SELECT Nom, Prenom
                   INTO :Nom, :Prenom
                   FROM TiersSB
                   WHERE IdTiers = :IdNouveauTitulaire
               END-EXEC

               If SQLCODE = 100
                   Display " IdTiers inconnu - transfert abandonne >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Display Nom of TiersSouscrBenef at line 10 col 27 foreground-color is 3 highlight
                   Display Prenom of TiersSouscrBenef at line 10 col 49 foreground-color is 3 highlight

                   Accept ConfirmeTransfProp at line 12 col 33 required foreground-color is 3 highlight
                   Move Function Upper-case(ConfirmeTransfProp) to ConfirmeTransfProp
                   If ConfirmeTransfProp = 'O'
                       Perform TransfertPropriete-Enregistre
                   end-if
               end-if
           end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Recherche/creation du Tiers capture (meme dedoublonnage Nom/Prenom/DateNaissance que
      *  la co-souscription) - repond dans IdNouveauTitulaire
      *-----------------------------------------------------------------------------------------------
       TransfertPropriete-CreeTiers.
           EXEC SQL
               Select IdTiers into :IdTiersCS from TiersSB
               Where Nom = :NomCS and Prenom = :PrenomCS
                     and DateNaissance = :DateNaissanceCS
                     and COALESCE(FusionneVers, 0) = 0
           End-EXEC
           evaluate SQLCODE
               when 0
                   Display " Tiers existant reutilise : " IdTiersCS at line 24 Col 2 foreground-color is 3 highlight
                   move IdTiersCS to IdNouveauTitulaire
               when 100
                   EXEC SQL
                       Select MAX(IdTiers) into :IdTiersCS from TiersSB
                   End-EXEC
                   Add 1 to IdTiersCS

                   exec sql
                       INSERT INTO TiersSB
                            (IdTiers
                            ,CodeBanque
                            ,CodeGuichet
                            ,RacineCompte
                            ,TypeCompte
                            ,CleRib
                            ,Intitule
                            ,Prenom
                            ,Nom
                            ,NoRue
                            ,Rue
                            ,CodePostal
                            ,Ville
                            ,Pays
                            ,Telephone
                            ,Courriel
                            ,DateNaissance
                            ,Iban
                            ,Bic)
                        VALUES
                            (:IdTiersCS
                            ,:CodeBanqueTCS
                            ,:CodeGuichetCS
                            ,:RacineCompteCS
                            ,:TypeCompteCS
                            ,:CleRibCS
                            ,:IntituleCS
                            ,:PrenomCS
                            ,:NomCS
                            ,:NoRueCS
                            ,:RueCS
                            ,:CodePostalCS
                            ,:VilleCS
                            ,:PaysCS
                            ,:TelephoneCS
                            ,:CourrielCS
                            ,:DateNaissanceCS
                            ,:IbanCS
                            ,:BicCS)
                   end-exec
                   If SQLCODE <> 0
                       Display " Erreur TiersSB: " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   else
                       move IdTiersCS to IdNouveauTitulaire
                   end-if
               when other
                   Display " Erreur recherche TiersSB: " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Posting du transfert : avis a l'ancien titulaire (encore porteur du contrat),
      *  evenement audite dans TransfertsPropriete, re-pointage de TiersSouscr, avis au
      *  nouveau titulaire, et rappel insistant de revoir la clause beneficiaire
      *-----------------------------------------------------------------------------------------------
       TransfertPropriete-Enregistre.
      *    Avis a l'ancien titulaire, tant que le contrat le porte
           Move "DONATION - SORTIE" to LibelleEvenement
           Move 0 to MontantEvenement
           Perform EcritNotificationClient

           Move CodeProduitPC to CodeProduitTP
           Move NoContratPC to NoContratTP
           EXEC SQL
               SELECT MAX(NoTransfert)
               INTO :NoTransfertTP
               FROM TransfertsPropriete
               WHERE (CodeProduit = :CodeProduitTP
               AND NoContrat = :NoContratTP)
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoTransfertTP
           end-if
           Add 1 to NoTransfertTP

           Move AncienTitulaire to AncienTiersTP
           Move IdNouveauTitulaire to NouveauTiersTP
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateTransfertTP
           end-string
           Move CodeOperateur to OperateurTP

           EXEC SQL
               INSERT INTO TransfertsPropriete
                   (CodeProduit, NoContrat, NoTransfert, AncienTiers,
                    NouveauTiers, DateTransfert, Operateur)
               VALUES
                   (:CodeProduitTP, :NoContratTP, :NoTransfertTP,
                    :AncienTiersTP, :NouveauTiersTP, :DateTransfertTP,
                    :OperateurTP)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : TransfertsPropriete " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           else
               Move CodeOperateur to OperateurPC
               EXEC SQL
                   UPDATE ProduitsClient
                   SET TiersSouscr = :IdNouveauTitulaire,
                       Operateur = :OperateurPC
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC)
               END-EXEC

               If SQLCODE <> 0
                   Display " Erreur : ProduitsClient " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               else
      *            Avis au nouveau titulaire, desormais porteur
                   Move "DONATION - ENTREE" to LibelleEvenement
                   Move 0 to MontantEvenement
                   Perform EcritNotificationClient

      *            Acte de transfert signe par le donateur puis par le nouveau titulaire
                   Move CodeProduitPC to CodeProduitSIG
                   Move NoContratPC to NoContratSIG
                   Move "TRANSF" to TypeDocumentSIG
                   Move NoTransfertTP to ReferenceDocumentSIG
                   Move AncienTitulaire to IdTiersSIG
                   Perform EnvoieDemandeSignature
                   Move "TRANSF" to TypeDocumentSIG
                   Move NoTransfertTP to ReferenceDocumentSIG
                   Move IdNouveauTitulaire to IdTiersSIG
                   Perform EnvoieDemandeSignature

                   move " Transfert enregistre - REVOIR LA CLAUSE BENEFICIAIRE (option 21) " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               end-if
           end-if.

       TransfertPropriete-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 37 - Approbation du fichier parametres propose : la version deposee par le
      *  marketing (ProduitsEpargneNouveau.csv) est comparee champ par champ a la version en
      *  vigueur, le rapport des differences est ecrit (ApprobationParametres.txt), puis le
      *  superviseur valide (la proposition remplace ProduitsEpargne.csv et la session se
      *  recharge) ou refuse (la proposition part datee dans ProduitsEpargneRefuses.txt).
      *  Dans les deux cas le fichier propose est vide ensuite. Tant que rien n'est approuve,
      *  ChargeParamProduit continue de servir la version en vigueur. Une baisse du taux de
      *  remuneration n'est validee qu'avec une date d'effet respectant le preavis client
      *  (cf SaisieEffetBaisseTaux) ; elle est posee dans BaissesTaux pour AvisBaisseTaux.
      *-----------------------------------------------------------------------------------------------
       ApprobationParametres.
           Move 0 to NbLignesStage
           Move 0 to NbLignesVigueur
           Move 0 to NbDifferences
           Move 0 to NbBaissesTaux

           Perform ChargeFichierPropose
           If NbLignesStage = 0
               move " Aucun fichier parametres propose (ProduitsEpargneNouveau.csv vide ou absent) " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Perform ChargeFichierVigueur
               Perform CompareVersionsParametres

               move " Differences relevees : " & NbDifferences & " (rapport : ApprobationParametres.txt) " to LaInfoComm
               display InfoComm
               Display REsetInfoComm

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   move " [V]alider la nouvelle version  [R]efuser  [A]journer ? " to LaInfoAide
                   display InfoAide
                   Accept ChoixApprobParam at line 25 col 58 foreground-color is 3 Highlight
                   Display REsetInfoAide
                   Move Function Upper-case(ChoixApprobParam) to ChoixApprobParam
                   evaluate ChoixApprobParam
                       When 'V'
      *                    Baisse de taux : pas de validation sans une date d'effet
      *                    qui laisse au client le preavis legal
                           move 1 to EffetBaisseAccepte
                           If NbBaissesTaux > 0
                               Perform SaisieEffetBaisseTaux
                           end-if
                           If EffetBaisseAccepte = 1
                               Perform PromeutFichierPropose
                               move 1 to DonneesValides
                           end-if
                       When 'R'
                           Perform RefuseFichierPropose
                           move 1 to DonneesValides
                       When 'A'
      *                    Ajourne : la proposition reste en attente,
      *                    rien ne change en vigueur
                           move 1 to DonneesValides
                       When other
                           move " Saisie non valide : V, R ou A " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform
           end-if.

       ChargeFichierPropose.
           Move 0 to EofStage
           open input FichierEpargneNouveau
           evaluate FichierEpargneNouveauStatus
               when "00"
                   read FichierEpargneNouveau
                       at end move 1 to EofStage
                   end-read
               when other
                   move 1 to EofStage
           end-evaluate

           Perform ChargeFichierPropose-Trt until EofStage = 1

           if FichierEpargneNouveauStatus = "00"
            or FichierEpargneNouveauStatus = "10"
               close FichierEpargneNouveau
           end-if.

       ChargeFichierPropose-Trt.
           If EnrFichierEpargneNouveau(1:2) not = spaces
            and NbLignesStage < 200
               Add 1 to NbLignesStage
               Move EnrFichierEpargneNouveau(1:200)
                   to LigneStageBrute(NbLignesStage)
               Move 0 to ProduitModifieStage(NbLignesStage)
           end-if
           read FichierEpargneNouveau
               at end move 1 to EofStage
           end-read.

       ChargeFichierVigueur.
           Move 0 to EofStage
           open input FichierEpargne
           evaluate FichierEpargneStatus
               when "00"
                   read FichierEpargne
                       at end move 1 to EofStage
                   end-read
               when other
                   move 1 to EofStage
           end-evaluate

           Perform ChargeFichierVigueur-Trt until EofStage = 1

           if FichierEpargneStatus = "00"
            or FichierEpargneStatus = "10"
               close FichierEpargne
           end-if.

       ChargeFichierVigueur-Trt.
           If EnrFichierEpargne(1:2) not = spaces
            and NbLignesVigueur < 200
               Add 1 to NbLignesVigueur
               Move EnrFichierEpargne(1:200)
                   to LigneVigueurBrute(NbLignesVigueur)
           end-if
           read FichierEpargne
               at end move 1 to EofStage
           end-read.

      *-----------------------------------------------------------------------------------------------
      *  Comparaison champ par champ : chaque produit propose est confronte a sa ligne en
      *  vigueur (rapproches par le CodeProduit en tete de ligne) - produit nouveau, produit
      *  retire et champ modifie (ancien / nouveau) partent au rapport
      *-----------------------------------------------------------------------------------------------
       CompareVersionsParametres.
           open output FichierRapportParam
           If FichierRapportParamStatus not = "00"
               Display " Erreur ouverture rapport de comparaison " at line 24 col 2 foreground-color is 2 highlight
           else
               move "Produit;Champ;AncienneValeur;NouvelleValeur"
                   to EnrFichierRapportParam
               write EnrFichierRapportParam
           end-if

           Move 1 to IndexStage
           Perform CompareLigneProposee
               until IndexStage > NbLignesStage

      *    Produits en vigueur absents de la proposition
           Move 1 to IndexVigueur
           Perform ControleProduitRetire
               until IndexVigueur > NbLignesVigueur

           If FichierRapportParamStatus = "00"
               close FichierRapportParam
           end-if.

       CompareLigneProposee.
           Move 0 to VigueurTrouve
           Move 1 to IndexVigueur
           Perform RechercheLigneVigueur
               until IndexVigueur > NbLignesVigueur
                  or VigueurTrouve = 1

           If VigueurTrouve = 0
               String LigneStageBrute(IndexStage)(1:2)
                   ";NOUVEAU PRODUIT;;"
                   into EnrLigneRapportParam
               end-string
               Perform EcritLigneRapportParam
               Move 1 to ProduitModifieStage(IndexStage)
           else
               Move spaces to ChampsParamStage
               Move spaces to ChampsParamVigueur
               Move 0 to NbChampsStage
               Move 0 to NbChampsVigueur
               Unstring LigneStageBrute(IndexStage)
                   delimited by ";" into
                   ChampStage(1) ChampStage(2) ChampStage(3)
                   ChampStage(4) ChampStage(5) ChampStage(6)
                   ChampStage(7) ChampStage(8) ChampStage(9)
                   ChampStage(10) ChampStage(11) ChampStage(12)
                   ChampStage(13) ChampStage(14) ChampStage(15)
                   ChampStage(16) ChampStage(17) ChampStage(18)
                   ChampStage(19) ChampStage(20)
                   ChampStage(21) ChampStage(22)
                   ChampStage(23) ChampStage(24) ChampStage(25)
                   Tallying in NbChampsStage
               end-Unstring
               Unstring LigneVigueurBrute(IndexVigueur)
                   delimited by ";" into
                   ChampVigueur(1) ChampVigueur(2) ChampVigueur(3)
                   ChampVigueur(4) ChampVigueur(5) ChampVigueur(6)
                   ChampVigueur(7) ChampVigueur(8) ChampVigueur(9)
                   ChampVigueur(10) ChampVigueur(11) ChampVigueur(12)
                   ChampVigueur(13) ChampVigueur(14) ChampVigueur(15)
                   ChampVigueur(16) ChampVigueur(17) ChampVigueur(18)
                   ChampVigueur(19) ChampVigueur(20)
                   ChampVigueur(21) ChampVigueur(22)
                   ChampVigueur(23) ChampVigueur(24) ChampVigueur(25)
                   Tallying in NbChampsVigueur
               end-Unstring

               Move 2 to IndexChampParam
               Perform CompareChampParam
                   until IndexChampParam > 25
           end-if
           Add 1 to IndexStage.

       RechercheLigneVigueur.
           If LigneVigueurBrute(IndexVigueur)(1:2)
              = LigneStageBrute(IndexStage)(1:2)
               Move 1 to VigueurTrouve
           else
               Add 1 to IndexVigueur
           end-if.

       CompareChampParam.
           If ChampStage(IndexChampParam)
              not = ChampVigueur(IndexChampParam)
               String LigneStageBrute(IndexStage)(1:2)
                   ';' NomChampParam(IndexChampParam)
                   ';' ChampVigueur(IndexChampParam)
                   ';' ChampStage(IndexChampParam)
                   into EnrLigneRapportParam
               end-string
               Perform EcritLigneRapportParam
               Move 1 to ProduitModifieStage(IndexStage)
               If IndexChampParam = 5
                   Perform ControleBaisseTaux
               end-if
           end-if
           Add 1 to IndexChampParam.

      *    Taux de remuneration (5e champ, 6 chiffres 99v9999) en baisse : retenu pour le
      *    preavis client
       ControleBaisseTaux.
           Move ChampStage(5)(1:6) to TauxParamTxt
           If TauxParamTxt is numeric
            and ChampStage(5)(7:) = spaces
            and ChampVigueur(5)(1:6) is numeric
            and ChampVigueur(5)(7:) = spaces
            and NbBaissesTaux < 50
               Move TauxParamNum to NouveauTauxBaisse(NbBaissesTaux + 1)
               Move ChampVigueur(5)(1:6) to TauxParamTxt
               If NouveauTauxBaisse(NbBaissesTaux + 1) < TauxParamNum
                   Add 1 to NbBaissesTaux
                   Move LigneStageBrute(IndexStage)(1:2)
                       to CodeProduitBaisse(NbBaissesTaux)
                   Move TauxParamNum to AncienTauxBaisse(NbBaissesTaux)
                   String LigneStageBrute(IndexStage)(1:2)
                       ';TauxRemun;BAISSE - PREAVIS CLIENT REQUIS;'
                       into EnrLigneRapportParam
                   end-string
                   If FichierRapportParamStatus = "00"
                       Move EnrLigneRapportParam to EnrFichierRapportParam
                       write EnrFichierRapportParam
                   end-if
               end-if
           end-if.

       ControleProduitRetire.
           Move 0 to VigueurTrouve
           Move 1 to IndexStage
           Perform RechercheLigneProposee
               until IndexStage > NbLignesStage
                  or VigueurTrouve = 1

           If VigueurTrouve = 0
               String LigneVigueurBrute(IndexVigueur)(1:2)
                   ";PRODUIT RETIRE;;"
                   into EnrLigneRapportParam
               end-string
               Perform EcritLigneRapportParam
           end-if
           Add 1 to IndexVigueur.

       RechercheLigneProposee.
           If LigneStageBrute(IndexStage)(1:2)
              = LigneVigueurBrute(IndexVigueur)(1:2)
               Move 1 to VigueurTrouve
           else
               Add 1 to IndexStage
           end-if.

       EcritLigneRapportParam.
           Add 1 to NbDifferences
           If FichierRapportParamStatus = "00"
               Move EnrLigneRapportParam to EnrFichierRapportParam
               write EnrFichierRapportParam
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Approbation : la proposition remplace le fichier en vigueur, le fichier propose est
      *  vide, et la session se recharge immediatement (ChargeParamProduit sert la nouvelle
      *  version des maintenant)
      *-----------------------------------------------------------------------------------------------
       PromeutFichierPropose.
           open output FichierEpargneMaj
           If FichierEpargneMajStatus not = "00"
               move " Erreur : reecriture du fichier en vigueur impossible - rien n'a change " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Move 1 to IndexStage
               Perform PromeutLigneProposee
                   until IndexStage > NbLignesStage
               close FichierEpargneMaj

      *        La proposition est consommee
               open output FichierEpargneNouveau
               If FichierEpargneNouveauStatus = "00"
                   close FichierEpargneNouveau
               end-if

      *        Rechargement de la session sur la nouvelle version
               perform ImportationFichier

      *        Versement de la version datee en base : les routines de
      *        tarification retrouveront ces taux pour toute operation
      *        datee d'aujourd'hui ou apres (cf ChargeParamProduitDate)
               Move 1 to IndexRechProduit
               Perform VerseVersionParametres
                   until IndexRechProduit > NbLigneProduit

               If NbBaissesTaux > 0
                   Perform EnregistreBaissesTaux
               end-if

      *        DIC reedite pour chaque produit nouveau ou modifie
               Perform EditionDIC-Approbation

               move " Nouvelle version des parametres approuvee et en vigueur - DIC edite(s) : " & NbDICEdites to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

       PromeutLigneProposee.
      *    Produit en baisse de taux : l'ancien taux reste en vigueur jusqu'a la date d'effet,
      *    AvisBaisseTaux posera le nouveau une fois les clients prevenus
           Move 0 to BaisseTauxTrouvee
           Move 1 to IndexBaisseTaux
           Perform RechercheBaisseProduit
               until IndexBaisseTaux > NbBaissesTaux
                  or BaisseTauxTrouvee = 1
           If BaisseTauxTrouvee = 1
               Move 1 to PointeurChampParam
               Unstring LigneStageBrute(IndexStage) delimited by ";"
                   into ChampParamIgnore ChampParamIgnore
                        ChampParamIgnore ChampParamIgnore
                   with pointer PointeurChampParam
               end-Unstring
               If PointeurChampParam <= 195
                   Move AncienTauxBaisseTxt(IndexBaisseTaux)
                       to LigneStageBrute(IndexStage)(PointeurChampParam:6)
               end-if
           end-if

           Move LigneStageBrute(IndexStage) to EnrFichierEpargneMaj
           write EnrFichierEpargneMaj
           Add 1 to IndexStage.

       RechercheBaisseProduit.
           If CodeProduitBaisse(IndexBaisseTaux) = LigneStageBrute(IndexStage)(1:2)
               Move 1 to BaisseTauxTrouvee
           else
               Add 1 to IndexBaisseTaux
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Date d'effet d'une baisse de taux : au plus tot DelaiPreavisBaisseMois mois apres la
      *  date de traitement (quantieme conserve - une date inexistante comme le 31 avril
      *  repousse au mois suivant, au benefice du client). Trop proche = validation refusee,
      *  la proposition reste en attente
      *-----------------------------------------------------------------------------------------------
       SaisieEffetBaisseTaux.
           Move 0 to EffetBaisseAccepte
           Compute MoisLimitePreavis = Mois of DateTraitement + DelaiPreavisBaisseMois
           Move Annee of DateTraitement to AnneeLimitePreavis
           If MoisLimitePreavis > 12
               Subtract 12 from MoisLimitePreavis
               Add 1 to AnneeLimitePreavis
           end-if
           Move spaces to DateLimitePreavis
           String AnneeLimitePreavis '-' MoisLimitePreavis '-'
               Jour of DateTraitement into DateLimitePreavis
           end-string

           move " Baisse de taux sur " & NbBaissesTaux & " produit(s) - effet au plus tot le " & DateLimitePreavis to LaInfoComm
           display InfoComm
           Display " Date d'effet de la baisse (jj mm aaaa) :" at line 24 col 2 foreground-color is 3 highlight
           Accept Jour of DateEffetBaisse at line 24 col 44 required foreground-color is 3 Highlight
           Accept Mois of DateEffetBaisse at line 24 col 47 required foreground-color is 3 Highlight
           Accept Annee of DateEffetBaisse at line 24 col 50 required foreground-color is 3 Highlight
           Display REsetInfoComm

           Move Jour of DateEffetBaisse to Jour of DateExpirationPiece
           Move Mois of DateEffetBaisse to Mois of DateExpirationPiece
           Move Annee of DateEffetBaisse to Annee of DateExpirationPiece
           Perform ValideDatePiece

           Move spaces to DateEffetBaisseTxt
           String Annee of DateEffetBaisse '-' Mois of DateEffetBaisse '-'
               Jour of DateEffetBaisse into DateEffetBaisseTxt
           end-string

           If DatePieceTestOK not = 'O'
               move " Date d'effet non valide - validation refusee " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               If DateEffetBaisseTxt < DateLimitePreavis
                   move " Preavis client de " & DelaiPreavisBaisseMois & " mois non respecte (effet au plus tot le " & DateLimitePreavis & ") - validation refusee " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               else
                   Move 1 to EffetBaisseAccepte
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Baisses approuvees posees dans BaissesTaux (origine 'P', avis a envoyer) : le batch
      *  AvisBaisseTaux avise chaque contrat vivant du produit et applique le taux a l'effet
      *-----------------------------------------------------------------------------------------------
       EnregistreBaissesTaux.
           Call 'ConnectSQL' using cnxDb
           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               Move 1 to IndexBaisseTaux
               Perform EnregistreBaisseTaux
                   until IndexBaisseTaux > NbBaissesTaux
               exec sql
                   CONNECT RESET
               end-exec
           end-if.

      *    Une baisse deja annoncee et pas encore appliquee ne se repose pas : la proposition
      *    suivante du marketing la porte de nouveau face a l'ancien taux garde en vigueur
       EnregistreBaisseTaux.
           Move CodeProduitBaisse(IndexBaisseTaux) to CodeProduitBT
           Move NouveauTauxBaisse(IndexBaisseTaux) to NouveauTauxBT
           Move 0 to NoBaisseSuivant
           EXEC SQL
               SELECT COUNT(*)
               INTO :NoBaisseSuivant
               FROM BaissesTaux
               WHERE CodeProduit = :CodeProduitBT
               AND NouveauTaux = :NouveauTauxBT
               AND EtatBaisse <> 'E'
           END-EXEC
           If SQLCODE = 0 and NoBaisseSuivant > 0
               Add 1 to IndexBaisseTaux
           else
               Perform EnregistreBaisseTaux-Insert
           end-if.

       EnregistreBaisseTaux-Insert.
           EXEC SQL
               SELECT COALESCE(MAX(NoBaisse), 0) + 1
               INTO :NoBaisseSuivant
               FROM BaissesTaux
           END-EXEC
           Move NoBaisseSuivant to NoBaisseBT
           Move 'P' to OrigineBT
           Move AncienTauxBaisse(IndexBaisseTaux) to AncienTauxBT
           Move DateEffetBaisseTxt to DateEffetBT
           Move spaces to DateApprobationBT
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateApprobationBT
           end-string
           Move CodeOperateur to OperateurBT
           Move 'A' to EtatBT
           Move spaces to DateNotificationBT
           Move 0 to NbAvisBT

           EXEC SQL
               INSERT INTO BaissesTaux
                   (NoBaisse, CodeProduit, Origine, AncienTaux,
                    NouveauTaux, DateEffet, DateApprobation, Operateur,
                    EtatBaisse, DateNotification, NbAvis)
               VALUES
                   (:NoBaisseBT, :CodeProduitBT, :OrigineBT,
                    :AncienTauxBT, :NouveauTauxBT, :DateEffetBT,
                    :DateApprobationBT, :OperateurBT, :EtatBT,
                    :DateNotificationBT, :NbAvisBT)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur enregistrement baisse de taux : " CodeProduitBT at line 24 col 2 foreground-color is 2 highlight
           end-if
           Add 1 to IndexBaisseTaux.

      *-----------------------------------------------------------------------------------------------
      *  Refus : la proposition part datee dans l'archive des refus, puis le fichier propose
      *  est vide - la version en vigueur ne bouge pas
      *-----------------------------------------------------------------------------------------------
       RefuseFichierPropose.
           open extend FichierParamRefuse
           If FichierParamRefuseStatus = "00" or = "05"
               String "=== VERSION REFUSEE LE "
                   Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement
                   " PAR " CodeOperateur " ==="
                   into EnrLigneRapportParam
               end-string
               Move EnrLigneRapportParam to EnrFichierParamRefuse
               write EnrFichierParamRefuse

               Move 1 to IndexStage
               Perform RefuseLigneProposee
                   until IndexStage > NbLignesStage
               close FichierParamRefuse
           end-if

           open output FichierEpargneNouveau
           If FichierEpargneNouveauStatus = "00"
               close FichierEpargneNouveau
           end-if

           move " Version refusee et archivee - la version en vigueur reste servie " to LaInfoComm
           display InfoComm
           Accept FinInsertion at line 25 col 75
           Display REsetInfoComm.

       RefuseLigneProposee.
           Move LigneStageBrute(IndexStage) to EnrFichierParamRefuse
           write EnrFichierParamRefuse
           Add 1 to IndexStage.

      *-----------------------------------------------------------------------------------------------
      *  Versement d'une version datee des parametres de tarification du produit
      *  IndexRechProduit (table VersionsParametres) - une ligne par produit et par date
      *  d'approbation
      *-----------------------------------------------------------------------------------------------
       VerseVersionParametres.
           Move CodeProduit of ligneProduit(IndexRechProduit)
               to CodeProduitPV
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateEffetPV
           end-string
           Move FraisEntree of ligneProduit(IndexRechProduit)
               to FraisEntreePV
           Move FraisVersement of ligneProduit(IndexRechProduit)
               to FraisVersementPV
           Move FiscRachat of ligneProduit(IndexRechProduit)
               to FiscRachatPV
           Move SeuilApprobation of ligneProduit(IndexRechProduit)
               to SeuilApprobationPV

           EXEC SQL
               INSERT INTO VersionsParametres
                   (CodeProduit, DateEffet, FraisEntree,
                    FraisVersement, FiscRachat, SeuilApprobation)
               VALUES
                   (:CodeProduitPV, :DateEffetPV, :FraisEntreePV,
                    :FraisVersementPV, :FiscRachatPV,
                    :SeuilApprobationPV)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur versement version parametres : " CodeProduitPV at line 24 col 2 foreground-color is 2 highlight
           end-if
           Add 1 to IndexRechProduit.

      *-----------------------------------------------------------------------------------------------
      *  Version des parametres de tarification en vigueur a DateVersionRecherche pour le
      *  produit deja charge dans Tab (cf ChargeParamProduit) : la derniere version dont la
      *  date d'entree en vigueur precede (ou egale) la date demandee remplace FraisEntree,
      *  FraisVersement, FiscRachat et SeuilApprobation de Tab - aucune version en base =
      *  les valeurs du fichier courant restent (comportement historique)
      *-----------------------------------------------------------------------------------------------
       ChargeParamProduitDate.
           If ProduitTrouve = 1
               Move CodeProduitParam of Tab to CodeProduitPV

               EXEC SQL
                   SELECT FraisEntree, FraisVersement, FiscRachat,
                    SeuilApprobation
                   INTO :FraisEntreePV, :FraisVersementPV,
                    :FiscRachatPV, :SeuilApprobationPV
                   FROM VersionsParametres
                   WHERE CodeProduit = :CodeProduitPV
                   AND DateEffet =
                       (SELECT MAX(DateEffet)
                        FROM VersionsParametres
                        WHERE CodeProduit = :CodeProduitPV
                        AND DateEffet <= :DateVersionRecherche)
               END-EXEC

               If SQLCODE = 0
                   Move FraisEntreePV to FraisEntree of Tab
                   Move FraisVersementPV to FraisVersement of Tab
                   Move FiscRachatPV to FiscRachat of Tab
                   Move SeuilApprobationPV to SeuilApprobation of Tab
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  MENU 55 - Document d'informations cles (DIC) : edition, a la demande, du DIC d'un
      *  produit ("**" = tous les produits en vigueur) sur la version courante de ses
      *  parametres. L'approbation d'un fichier parametres (cf PromeutFichierPropose) edite
      *  d'elle-meme une nouvelle version pour chaque produit nouveau ou modifie. Chaque
      *  version est numerotee par produit (table VersionsDIC), ecrite a DocumentsDIC.txt et
      *  archivee comme document (type DIC) pour reimpression a l'identique ; le certificat
      *  d'adhesion cite la version en vigueur a la date de souscription
      *-----------------------------------------------------------------------------------------------
       EditionDIC.
           Move spaces to ChoixProduitDIC
           Move 0 to NbDICEdites
           Display " Produit (code, ** = tous les produits) :" at line 24 col 2 foreground-color is 3 highlight
           Accept ChoixProduitDIC at line 24 col 44 foreground-color is 3 Highlight
           Move Function Upper-case(ChoixProduitDIC) to ChoixProduitDIC

           Call 'ConnectSQL' using cnxDb
           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               If ChoixProduitDIC = "**"
                   Move 1 to IndexProduitDIC
                   Perform EditionDIC-ProduitCatalogue
                       until IndexProduitDIC > NbLigneProduit
               else
                   Move ChoixProduitDIC to CodeProduitRecherche
                   Perform ChargeParamProduit
                   If ProduitTrouve = 1
                       Perform EditionDIC-Produit
                   else
                       move " Produit inexistant... " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   end-if
               end-if
               exec sql
                   CONNECT RESET
               end-exec

               move " DIC edite(s) : " & NbDICEdites & " (DocumentsDIC.txt) " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

       EditionDIC-ProduitCatalogue.
           Move CodeProduit of ligneProduit(IndexProduitDIC) to CodeProduitRecherche
           Perform ChargeParamProduit
           If ProduitTrouve = 1
               Perform EditionDIC-Produit
           end-if
           Add 1 to IndexProduitDIC.

      *    Apres promotion d'un fichier parametres : un DIC par produit nouveau ou modifie
      *    (cf CompareLigneProposee / CompareChampParam), sur la version rechargee
       EditionDIC-Approbation.
           Move 0 to NbDICEdites
           Call 'ConnectSQL' using cnxDb
           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               Move 1 to IndexStage
               Perform EditionDIC-LigneApprouvee
                   until IndexStage > NbLignesStage
               exec sql
                   CONNECT RESET
               end-exec
           end-if.

       EditionDIC-LigneApprouvee.
           If ProduitModifieStage(IndexStage) = 1
               Move LigneStageBrute(IndexStage)(1:2) to CodeProduitRecherche
               Perform ChargeParamProduit
               If ProduitTrouve = 1
                   Perform EditionDIC-Produit
               end-if
           end-if
           Add 1 to IndexStage.

      *-----------------------------------------------------------------------------------------------
      *  DIC du produit charge dans Tab : version suivante du produit, document ecrit et
      *  archive, puis version posee dans VersionsDIC avec son numero de document
      *-----------------------------------------------------------------------------------------------
       EditionDIC-Produit.
           Move CodeProduitParam of Tab to CodeProduitDI
           EXEC SQL
               SELECT COALESCE(MAX(VersionDIC), 0) + 1
               INTO :VersionDI
               FROM VersionsDIC
               WHERE CodeProduit = :CodeProduitDI
           END-EXEC
           If SQLCODE <> 0
               Display " Erreur : VersionsDIC " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           else
               Move spaces to DateVersionDI
               String Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement into DateVersionDI
               end-string

               Move "DocumentsDIC" to NomBaseGN
               Perform PrepareGeneration
               Move NomGenerationGN to NomFichierDIC
               open extend FichierDIC
               If FichierDICStatus not = "00"
                   move " Erreur ouverture fichier DIC - code " & FichierDICStatus to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               else
                   Move "DIC" to TypeDocumentDA
                   Move 0 to IdTiersDA
                   Move CodeProduitParam of Tab to CodeProduitDA
                   Move 0 to NoContratDA
                   Move 0 to VersionModeleDA
                   Perform ArchiveOuvreDocument

                   Move spaces to EnrLigneDIC
                   Perform EditionDIC-Entete
                   Perform EditionDIC-Conditions
                   Perform EditionDIC-Scenarios

                   close FichierDIC
                   Perform ArchiveFermeDocument

                   Move NoDocumentDA to NoDocumentDI
                   Move CodeOperateur to OperateurDI
                   EXEC SQL
                       INSERT INTO VersionsDIC
                           (CodeProduit, VersionDIC, DateVersion,
                            NoDocument, Operateur)
                       VALUES
                           (:CodeProduitDI, :VersionDI, :DateVersionDI,
                            :NoDocumentDI, :OperateurDI)
                   END-EXEC
                   If SQLCODE <> 0
                       Display " Erreur : VersionsDIC " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                       Accept FinInsertion at line 25 col 75
                   else
                       Add 1 to NbDICEdites
                   end-if
               end-if
           end-if.

       EditionDIC-EcritLigne.
           Move EnrLigneDIC to EnrFichierDIC
           Move EnrFichierDIC to LigneDA
           Perform ArchiveLigneDocument
           write EnrFichierDIC
           Move spaces to EnrLigneDIC.

       EditionDIC-Entete.
           move all "=" to EnrLigneDIC(1:78)
           Perform EditionDIC-EcritLigne

           Move VersionDI to VersionDICDisplay
           String "DOCUMENT D'INFORMATIONS CLES - PRODUIT " CodeProduitParam of Tab
               " - VERSION " VersionDICDisplay " DU " DateVersionDI
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne

           Move "Document precontractuel, remis avant toute souscription" to EnrLigneDIC
           Perform EditionDIC-EcritLigne
           move all "-" to EnrLigneDIC(1:78)
           Perform EditionDIC-EcritLigne.

      *-----------------------------------------------------------------------------------------------
      *  Remuneration, frais, fiscalite et conditions d'acces du produit, taux en pour-cent
      *  (les taux du fichier produits sont des fractions : 0.0250 = 2.50 %)
      *-----------------------------------------------------------------------------------------------
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
               String "  Taux promotionnel de lancement : " TauxCertificatDisplay
                   " % pendant les " DureeScenarioDICDisplay " premiers mois"
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
               String "  Frais de gestion annuels : " TauxCertificatDisplay
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
           If AncienneteAbattement of Tab > 0 and AbattementAnnuel of Tab > 0
               Move AbattementAnnuel of Tab to MontantCertificatDisplay
               String "  Abattement annuel par Tiers de " MontantCertificatDisplay
                   " Eur apres " AncienneteAbattement of Tab " ans de contrat"
                   into EnrLigneDIC
               end-string
               Perform EditionDIC-EcritLigne
           end-if

           Move "Conditions de souscription" to EnrLigneDIC
           Perform EditionDIC-EcritLigne
           Move SeuilEntreeBrut of Tab to MontantCertificatDisplay
           String "  Duree minimale : " DureeMinAnnees of Tab
               " ans - Versement initial minimum : " MontantCertificatDisplay " Eur"
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne
           Move MontantMinProgramme of Tab to MontantCertificatDisplay
           String "  Versement ou rachat programme minimum : " MontantCertificatDisplay " Eur"
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne
           Move AgeMinSouscription of Tab to AgeDICDisplay
           If AgeMaxSouscription of Tab > 0
               Move AgeMaxSouscription of Tab to DureeScenarioDICDisplay
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
               Move PlafondVersements of Tab to MontantCertificatDisplay
               String "  Plafond des versements par personne : " MontantCertificatDisplay " Eur"
                   into EnrLigneDIC
               end-string
               Perform EditionDIC-EcritLigne
           end-if
           If DetentionUnique of Tab = '1'
               Move "  Un seul contrat par personne sur ce produit" to EnrLigneDIC
               Perform EditionDIC-EcritLigne
           end-if
           If PlancherDeces of Tab = '1'
               Move "  Capital deces au moins egal aux versements nets des rachats" to EnrLigneDIC
               Perform EditionDIC-EcritLigne
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Scenarios de performance : versement initial type (10 000 Eur, ou le minimum du produit
      *  s'il est superieur) sur 1 an, sur la duree minimale et sur son double, calcules par le
      *  moteur de la simulation en calcul seul (taux de l'annee, paliers, promo, frais)
      *-----------------------------------------------------------------------------------------------
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
           String "Scenarios de performance - versement initial de " MontantCertificatDisplay " Eur"
               into EnrLigneDIC
           end-string
           Perform EditionDIC-EcritLigne
           Move "  Duree (ans)   Valeur au terme      Interets         Frais" to EnrLigneDIC
           Perform EditionDIC-EcritLigne

           Move 1 to IndexScenarioDIC
           Perform EditionDIC-CalculScenario
               until IndexScenarioDIC > 3

           Move "Calcul aux taux et frais en vigueur a la date du document, sans versement ni" to EnrLigneDIC
           Perform EditionDIC-EcritLigne
           Move "rachat programme - les taux futurs ne sont pas garantis" to EnrLigneDIC
           Perform EditionDIC-EcritLigne.

       EditionDIC-CalculScenario.
           Move DureeScenarioDIC(IndexScenarioDIC) to PrevDureeCtr of Saisie-Simulation
           Move MontantScenarioDIC to MontantSouscr of Saisie-Simulation
           Move 'N' to VersPrg of Saisie-Simulation
           Move 'N' to RachatPrg of Saisie-Simulation
           Move zero to MontantVPrg of Saisie-Simulation
           Move zero to MontantRPrg of Saisie-Simulation
           Move space to PeriodeVPrg of Saisie-Simulation
           Move space to PeriodeRPrg of Saisie-Simulation
           set NoVrstProgrammes to true
           set W-RP-Non to true

           Move 1 to ModeComparatifSimulation
           Move 0 to FichierPrintOk
           Perform SimulationCalculEpargne-init
           Perform CalculInteretAnnuel
           Move 0 to ModeComparatifSimulation

           Move DureeScenarioDIC(IndexScenarioDIC) to DureeScenarioDICDisplay
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

      *-----------------------------------------------------------------------------------------------
      *  MENU 40 - Situation a date : la valeur d'un contrat a une date arbitraire, rejouee
      *  depuis OperationsCompte ET OperationsArchive (les lignes de report 'A' sont ecartees,
      *  le detail archive les remplace - le rejeu retombe juste quel que soit le point
      *  d'archivage), avec les signes du controle des valeurs, puis les interets courus au
      *  jour demande par la mecanique de la simulation (taux de l'annee, paliers, prorata du
      *  mois au quantieme). Resultat a l'ecran et en extrait imprimable avec les operations
      *  considerees - fini la reconstruction a la main pour les notaires
      *-----------------------------------------------------------------------------------------------
       SituationADate.
           perform SituationADate-init.
           perform SituationADate-trt until ChoixSituation = 'A'.
           perform SituationADate-fin.

       SituationADate-init.
           Move space to ChoixSituation

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

      *    Operations vivantes jusqu'a la date demandee, hors lignes de
      *    report 'A' (le detail archive les remplace)
           EXEC SQL
               DECLARE SituationOps-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation,
                 DateOperation, COALESCE(NoOperationOrigine, 0),
                 COALESCE(StatutReglement, ' '), COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
                And DateOperation <= :DateSituationTxt
                And TypeOperation <> 'A')
                ORDER BY NoOperation
           END-EXEC.

           EXEC SQL
               DECLARE SituationArch-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation,
                 DateOperation, COALESCE(NoOperationOrigine, 0),
                 COALESCE(DateValeur, ' '), COALESCE(NatureFrais, ' ')
                From OperationsArchive
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
                And DateOperation <= :DateSituationTxt)
                ORDER BY NoOperation
           END-EXEC.

       SituationADate-trt.
           Move 0 to SituationContratTrouve
           display M-SituationADate
           Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitPC) to CodeProduitPC
           display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
           Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           move CodeProduitPC to CodeProduitOC
           move NoContratPC to NoContratOC

           If NoContratPC = 0
               Move 'A' to ChoixSituation
           else
               EXEC SQL
                   SELECT CodeProduit, NoContrat,
                    COALESCE(TauxGaranti, 0), COALESCE(DateFinGarantie, ' ')
                   INTO :CodeProduitPC, :NoContratPC,
                    :TauxGarantiPC, :DateFinGarantiePC
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC)
               END-EXEC

               If SQLCODE = 100
                   Display " Contrat inconnu - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Move 1 to SituationContratTrouve
               end-if
           end-if.

           If SituationContratTrouve = 1
      *        Date demandee, plausible et non future (cf ValideDateEffet)
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Accept jour of DateSituation at line 6 col 31 required foreground-color is 3 Highlight
                   Accept Mois of DateSituation at line 6 col 34 required foreground-color is 3 Highlight
                   Accept annee of DateSituation at line 6 col 37 required foreground-color is 3 Highlight

                   Move jour of DateSituation to DateEffetTestJour
                   Move Mois of DateSituation to DateEffetTestMois
                   Move annee of DateSituation to DateEffetTestAnnee
                   Perform ValideDateEffet

                   If DateEffetTestOK = 'O'
                       move 1 to DonneesValides
                   else
                       move " Date demandee non valide " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   end-if
               end-perform
               String annee of DateSituation '-'
                   Mois of DateSituation '-'
                   jour of DateSituation into DateSituationTxt
               end-string

               Perform SituationADate-Calcule
               Perform SituationADate-Affiche
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Rejeu des operations jusqu'a la date : l'archive d'abord (numeros les plus anciens),
      *  puis les operations vivantes - memes signes que le controle des valeurs, l'extrait
      *  imprimable recevant chaque operation consideree
      *-----------------------------------------------------------------------------------------------
       SituationADate-Calcule.
           Move 0 to SoldeSituation
           Move 0 to NbOperationsSituation
           Move space to DernierTypeSituation
           Move 0 to SauterFraisSituation

           Move "SituationADate" to NomBaseGN
           Perform PrepareGeneration
           Move NomGenerationGN to NomFichierSituation
           open extend FichierSituation
           If FichierSituationStatus = "00" or = "05"
      *        Tiers repris du souscripteur du contrat par ArchiveDocument
               Move "SITUAT" to TypeDocumentDA
               Move 0 to IdTiersDA
               Move CodeProduitOC to CodeProduitDA
               Move NoContratOC to NoContratDA
               Perform ArchiveOuvreDocument

               move all "=" to EnrFichierSituation(1:78)
               Move EnrFichierSituation to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierSituation
               Move CodeProduitOC to CodeProduitCle
               Move NoContratOC to NoContratCle
               Perform CalculeCleContrat
               String "SITUATION A DATE - CONTRAT "
                   CodeProduitOC ' ' NoContratOC '-' CleContratEdition
                   " AU " DateSituationTxt
                   into EnrLigneSituationDate
               end-string
               Move EnrLigneSituationDate to EnrFichierSituation
               Move EnrFichierSituation to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierSituation
           end-if

           Perform SituationADate-LitPhoto
           If SituationPhotoTrouvee = 1
               Move ValeurPF to SoldeSituation
               Move InteretsCourusPF to InteretsCourusSituation
               If FichierSituationStatus = "00" or = "05"
                   String "  Position de fin de mois arretee le "
                       DatePhotoPF(1:10) " (photo PositionsFinMois)"
                       into EnrLigneSituationDate
                   end-string
                   Move EnrLigneSituationDate to EnrFichierSituation
                   Move EnrFichierSituation to LigneDA
                   Perform ArchiveLigneDocument
                   write EnrFichierSituation
               end-if
           else
               Perform SituationADate-Rejeu
           end-if

           Compute ValeurSituation =
               SoldeSituation + InteretsCourusSituation.

      *-----------------------------------------------------------------------------------------------
      *  Photo de fin de mois : seulement quand la date demandee est le dernier jour du mois et
      *  que le batch PositionsFinMois a photographie le contrat pour ce mois
      *-----------------------------------------------------------------------------------------------
       SituationADate-LitPhoto.
           Move 0 to SituationPhotoTrouvee
           Move Mois of DateSituation to IndicateurMois
           Move annee of DateSituation to IndicateurAnnee
           Perform CalculJoursMoisCourant

           If Jour of DateSituation = NbJoursMoisCourant
               Move DateSituationTxt(1:7) to PeriodePF
               Move CodeProduitOC to CodeProduitPF
               Move NoContratOC to NoContratPF
               EXEC SQL
                   SELECT Valeur, InteretsCourus, DatePhoto
                   INTO :ValeurPF, :InteretsCourusPF, :DatePhotoPF
                   FROM PositionsFinMois
                   WHERE (Periode = :PeriodePF
                   AND CodeProduit = :CodeProduitPF
                   AND NoContrat = :NoContratPF)
               END-EXEC
               If SQLCODE = 0
                   Move 1 to SituationPhotoTrouvee
               end-if
           end-if.

       SituationADate-Rejeu.
           EXEC SQL
               OPEN SituationArch-Curseur
           END-EXEC
           Move 0 to SituationOpsEOF
           Perform SituationADate-RejoueArchive
               until SituationOpsEOF = 1
           EXEC SQL
               CLOSE SituationArch-Curseur
           END-EXEC

           EXEC SQL
               OPEN SituationOps-Curseur
           END-EXEC
           Move 0 to SituationOpsEOF
           Perform SituationADate-RejoueVivante
               until SituationOpsEOF = 1
           EXEC SQL
               CLOSE SituationOps-Curseur
           END-EXEC

      *    Interets courus au jour demande : reserve persistee quand
      *    l'annee demandee est l'annee en cours, plus le prorata du
      *    mois (mecanique de la simulation : taux de l'annee, paliers)
           Perform SituationADate-Courus.

       SituationADate-RejoueArchive.
           EXEC SQL
               FETCH SituationArch-Curseur
                   INTO :NoOperationOC, :TypeOperationOC,
                    :MontantOperationOC, :DateOperationOC,
                    :NoOperationOrigineOC, :DateValeurOC,
                    :NatureFraisOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to SituationOpsEOF
           else
               Move space to StatutReglementOC
               Perform SituationADate-RejoueLigne
           end-if.

       SituationADate-RejoueVivante.
           EXEC SQL
               FETCH SituationOps-Curseur
                   INTO :NoOperationOC, :TypeOperationOC,
                    :MontantOperationOC, :DateOperationOC,
                    :NoOperationOrigineOC, :StatutReglementOC,
                    :NatureFraisOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to SituationOpsEOF
           else
               Perform SituationADate-RejoueLigne
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Une operation rejouee - memes signes que ControleValeurs : S/V/I creditent, R/P
      *  debitent, F suit son operation porteuse, X inverse son origine, un cheque jamais
      *  encaisse ne pese pas
      *-----------------------------------------------------------------------------------------------
       SituationADate-RejoueLigne.
           Add 1 to NbOperationsSituation

           If FichierSituationStatus = "00" or = "05"
               Move MontantOperationOC to MontantSituationDisplay
               String "  " NoOperationOC
                   ';' TypeOperationOC
                   ';' DateOperationOC
                   ';' MontantSituationDisplay
                   into EnrLigneSituationDate
               end-string
               Move EnrLigneSituationDate to EnrFichierSituation
               Move EnrFichierSituation to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierSituation
           end-if

           If TypeOperationOC = 'V' and StatutReglementOC = 'A'
               Move 1 to SauterFraisSituation
               Move 'V' to DernierTypeSituation
           else
      *    La ligne de frais du cheque en attente n'a pas pese non
      *    plus : elle saute avec lui
           If TypeOperationOC = 'F' and SauterFraisSituation = 1
               Move 0 to SauterFraisSituation
           else
           Evaluate TypeOperationOC
               When 'S'
                   Add MontantOperationOC to SoldeSituation
                   Move 'S' to DernierTypeSituation
               When 'V'
                   Add MontantOperationOC to SoldeSituation
                   Move 'V' to DernierTypeSituation
               When 'R'
                   Subtract MontantOperationOC from SoldeSituation
                   Move 'R' to DernierTypeSituation
               When 'I'
                   Add MontantOperationOC to SoldeSituation
                   Move 'I' to DernierTypeSituation
               When 'B'
                   Add MontantOperationOC to SoldeSituation
                   Move 'B' to DernierTypeSituation
               When 'D'
                   Add MontantOperationOC to SoldeSituation
                   Move 'D' to DernierTypeSituation
               When 'C'
                   Add MontantOperationOC to SoldeSituation
                   Move 'C' to DernierTypeSituation
               When 'P'
                   Subtract MontantOperationOC from SoldeSituation
                   Move 'P' to DernierTypeSituation
               When 'F'
      *            Frais de gestion annuels ('G') : debit quel que soit
      *            le mouvement qui precede
                   If DernierTypeSituation = 'R'
                   and NatureFraisOC not = 'G'
                       Add MontantOperationOC to SoldeSituation
                   else
                       Subtract MontantOperationOC from SoldeSituation
                   end-if
               When 'X'
                   Perform SituationADate-RejoueExtourne
               When other
                   continue
           End-evaluate
           end-if
           end-if.

       SituationADate-RejoueExtourne.
           Move space to TypeOrigineSituation
           Move space to NatureOrigineSituation
           EXEC SQL
               SELECT TypeOperation, COALESCE(NatureFrais, ' ')
               INTO :TypeOrigineSituation, :NatureOrigineSituation
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOrigineOC)
           END-EXEC
           If SQLCODE = 100
               EXEC SQL
                   SELECT TypeOperation, COALESCE(NatureFrais, ' ')
                   INTO :TypeOrigineSituation, :NatureOrigineSituation
                   FROM OperationsArchive
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND NoOperation = :NoOperationOrigineOC)
               END-EXEC
           end-if

           Evaluate TypeOrigineSituation
               When 'S'
                   Subtract MontantOperationOC from SoldeSituation
               When 'V'
                   Subtract MontantOperationOC from SoldeSituation
               When 'I'
                   Subtract MontantOperationOC from SoldeSituation
               When 'B'
                   Subtract MontantOperationOC from SoldeSituation
               When 'D'
                   Subtract MontantOperationOC from SoldeSituation
               When 'C'
                   Subtract MontantOperationOC from SoldeSituation
               When 'R'
                   Add MontantOperationOC to SoldeSituation
               When 'P'
                   Add MontantOperationOC to SoldeSituation
               When 'F'
                   Move space to TypeParentSituation
                   Compute NoOperationParentSit =
                       NoOperationOrigineOC - 1
                   EXEC SQL
                       SELECT TypeOperation
                       INTO :TypeParentSituation
                       FROM OperationsCompte
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC
                       AND NoOperation =
                           (SELECT MAX(NoOperation)
                            FROM OperationsCompte
                            WHERE CodeProduit = :CodeProduitOC
                            AND NoContrat = :NoContratOC
                            AND NoOperation <= :NoOperationParentSit
                            AND TypeOperation <> 'F'))
                   END-EXEC
                   If TypeParentSituation = 'R'
                   and NatureOrigineSituation not = 'G'
                       Subtract MontantOperationOC from SoldeSituation
                   else
                       Add MontantOperationOC to SoldeSituation
                   end-if
               When other
                   continue
           End-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Interets courus au jour demande : reserve InteretsCourus quand l'annee demandee est
      *  en reserve, plus l'interet du mois au prorata du quantieme (taux de l'annee via
      *  ChargeTauxAnnee, paliers via CalculInteretPaliers de la simulation, plancher du
      *  taux minimum garanti du contrat)
      *-----------------------------------------------------------------------------------------------
       SituationADate-Courus.
           Move 0 to InteretsCourusSituation

           Move CodeProduitOC to CodeProduitIC
           Move NoContratOC to NoContratIC
           Move annee of DateSituation to AnneeCouruIC
           EXEC SQL
               SELECT MontantCouru
               INTO :MontantCouruIC
               FROM InteretsCourus
               WHERE (CodeProduit = :CodeProduitIC
               AND NoContrat = :NoContratIC
               AND AnneeCouru = :AnneeCouruIC)
           END-EXEC
           If SQLCODE = 0
               Move MontantCouruIC to InteretsCourusSituation
           end-if

      *    Prorata du mois demande sur le solde rejoue
           If SoldeSituation > 0
               Move CodeProduitOC to CodeProduitRecherche
               Perform ChargeParamProduit
               If ProduitTrouve = 1
                   Perform CalculTauxRemPeriode
                   Move SoldeSituation to ValeurContrat
                   Perform CalculInteretPaliers
      *>  Taux minimum garanti du contrat encore en vigueur a la date demandee :
      *>  meme plancher que CalculInteretMensuel
                   If TauxGarantiPC > 0
                    and (DateFinGarantiePC = spaces or DateFinGarantiePC(1:7) >= DateSituationTxt(1:7))
                       Move TauxGarantiPC to TauxAnnuelPalier
                       Perform CalculTauxPalierPeriode
                       Multiply ValeurContrat by TauxPalierPeriode giving InteretGarantiSim
                       If InteretGarantiSim > MontantInteretPalierSim
                           Move InteretGarantiSim to MontantInteretPalierSim
                       end-if
                   end-if
                   Perform CalculJoursMoisCourant
                   If ConventionTaux of Tab = '4'
      *>  Quinzaines : seules les quinzaines echues sont courues
                       Evaluate true
                           When Jour of DateSituation >= NbJoursMoisCourant
                               Move 2 to NbQuinzainesSituation
                           When Jour of DateSituation >= 15
                               Move 1 to NbQuinzainesSituation
                           When other
                               Move 0 to NbQuinzainesSituation
                       End-evaluate
                       Compute ProrataSituation rounded =
                           MontantInteretPalierSim * NbQuinzainesSituation / 2
                   else
                       Compute ProrataSituation rounded =
                           MontantInteretPalierSim
                           * Jour of DateSituation
                           / NbJoursMoisCourant
                   end-if
                   Add ProrataSituation to InteretsCourusSituation
               end-if
           end-if.

       SituationADate-Affiche.
           Move SoldeSituation to SoldeSituationDisplay
           Display SoldeSituationDisplay at line 9 col 35 foreground-color is 3 highlight
           Move InteretsCourusSituation to MontantSituationDisplay
           Display MontantSituationDisplay at line 11 col 35 foreground-color is 3 highlight
           Move ValeurSituation to SoldeSituationDisplay
           Display SoldeSituationDisplay at line 13 col 35 background-color is 14 foreground-color is 1
           Display NbOperationsSituation at line 15 col 35 foreground-color is 3 highlight

           If FichierSituationStatus = "00" or = "05"
               Move SoldeSituation to SoldeSituationDisplay
               String "  Solde rejoue ........ : " SoldeSituationDisplay
                   into EnrLigneSituationDate
               end-string
               Move EnrLigneSituationDate to EnrFichierSituation
               Move EnrFichierSituation to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierSituation
               Move InteretsCourusSituation to MontantSituationDisplay
               String "  Interets courus ..... : " MontantSituationDisplay
                   into EnrLigneSituationDate
               end-string
               Move EnrLigneSituationDate to EnrFichierSituation
               Move EnrFichierSituation to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierSituation
               Move ValeurSituation to SoldeSituationDisplay
               String "  VALEUR A LA DATE .... : " SoldeSituationDisplay
                   into EnrLigneSituationDate
               end-string
               Move EnrLigneSituationDate to EnrFichierSituation
               Move EnrFichierSituation to LigneDA
               Perform ArchiveLigneDocument
               write EnrFichierSituation
               close FichierSituation
               Perform ArchiveFermeDocument
           end-if

           move " Extrait imprimable ajoute a SituationADate.txt - tapez entree " to LaInfoComm
           display InfoComm
           Accept FinInsertion at line 25 col 75
           Display REsetInfoComm.

       SituationADate-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 39 - Espace de travail contrat : le contrat est choisi UNE fois (numero direct
      *  ou via la recherche par nom), son verrou de travail tenu pour la session, et les
      *  actions du hub (synthese, operations, versement, rachat, avenant, clause)
      *  s'enchainent sans rekeyer la cle - servir un client sur trois operations ne coute
      *  plus trois saisies du meme contrat. Les ecrans appeles relachent le verrou a leur
      *  sortie : le hub le reprend aussitot (meme operateur, reprise sans friction)
      *-----------------------------------------------------------------------------------------------
       EspaceContrat.
           perform EspaceContrat-init.
           If EspaceContratActif = 1
               perform EspaceContrat-trt until ChoixEspace = '0'
           end-if.
           perform EspaceContrat-fin.

       EspaceContrat-init.
           Move 0 to EspaceContratActif
           Move 0 to DonneurOrdreEspace
           Move 0 to MandataireEspace
           Move space to ChoixEspace
      *    Contrat deja choisi depuis la vue client 360 : ni selection ni
      *    saisie du numero, les controles d'entree restent les memes
           If ContratPreselectionne = 0
               Move spaces to CodeProduitEspace
               Move 0 to NoContratEspace
           end-if

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if

           display M-ResetEcran
           Display "     Espace de travail contrat     " at line 2 col 20 background-color is 14 foreground-color is 1
           move 0 to DonneesValides
           If ContratPreselectionne = 1
               Move 'N' to ChoixSelectionEspace
               move 1 to DonneesValides
           end-if
           Perform until DonneesValides = 1
               Display " Selection : [N] par numero  [R] par recherche de nom  [A] abandon :" at line 5 col 1 foreground-color is 2 highlight
               Accept ChoixSelectionEspace at line 5 col 70 required foreground-color is 3 highlight
               Move Function Upper-case(ChoixSelectionEspace) to ChoixSelectionEspace
               evaluate ChoixSelectionEspace
                   When 'N'
                       move 1 to DonneesValides
                   When 'R'
      *                La recherche affiche les contrats du nom ; le
      *                numero retenu se saisit au retour
                       Perform RechercheContratParNom
                       display M-ResetEcran
                       move 1 to DonneesValides
                   When 'A'
                       move 1 to DonneesValides
                   When other
                       move " Saisie non valide : N, R ou A " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           end-perform

           If ChoixSelectionEspace not = 'A'
               Display " Produit :" at line 7 col 1 foreground-color is 2 highlight
               Display " No de contrat :" at line 8 col 1 foreground-color is 2 highlight
               If ContratPreselectionne = 1
                   Display CodeProduitEspace at line 7 col 12 foreground-color is 3 highlight
                   Display NoContratEspace at line 8 col 18 foreground-color is 3 highlight
                   Move 0 to ContratPreselectionne
               else
                   Accept CodeProduitEspace at line 7 col 12 required foreground-color is 3 highlight
                   Move Function Upper-case(CodeProduitEspace) to CodeProduitEspace
                   Move 0 to NoContratPCDisplay
                   Accept NoContratPCDisplay at line 8 col 18 required foreground-color is 3 highlight
                   Move NoContratPCDisplay to NoContratEspace
                   Move CodeProduitEspace to CodeProduitCle
                   Move NoContratEspace to NoContratCle
                   Move 8 to LigneCle
                   Move 23 to ColonneCle
                   Perform SaisieCleContrat
                   Move NoContratCle to NoContratEspace
               end-if

               move CodeProduitEspace to CodeProduitOC
               move NoContratEspace to NoContratOC

      *        Seuls les contrats ACTIFS entrent dans l'espace : les
      *        actions du hub posent de l'argent, un contrat bloque ou
      *        clos y tournerait en rond (la consultation des autres
      *        etats reste servie par les ecrans classiques)
               EXEC SQL
                   SELECT CodeProduit, NoContrat
                   INTO :CodeProduitPC, :NoContratPC
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND EtatProduit = 1)
               END-EXEC

               If SQLCODE = 100
                   Display " Contrat inconnu ou non actif - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
      *            Le verrou est pris UNE fois et tenu pour la session
                   Perform PoseVerrouContrat
                   If VerrouRefuse = 0
      *                Donneur d'ordre de la session : le titulaire, ou un
      *                mandataire au moins en consultation (cf
      *                ControleProcuration) - repris par les actions du hub
                       Display " Ordre de (0 = titulaire) :" at line 9 col 1 foreground-color is 2 highlight
                       Move 0 to DonneurOrdreSaisi
                       Accept DonneurOrdreSaisi at line 9 col 29 foreground-color is 3 highlight
                       Move 1 to PorteeDemandee
                       Perform ControleProcuration
                       If ProcurationOk = 1
                           Move DonneurOrdreSaisi to DonneurOrdreEspace
                           Move ProcurationMandataire to MandataireEspace
                           Move 1 to EspaceContratActif
                       else
                           Perform LibereVerrouContrat
                       end-if
                   end-if
               end-if
           end-if.

       EspaceContrat-trt.
           display M-EspaceContrat
           Perform EspaceContrat-EnTete

           Accept ChoixEspace at line 22 col 12 required foreground-color is 3 highlight

           evaluate ChoixEspace
               When '1'
                   perform LectureSyntheseContrat-init
                   perform LectureSyntheseContrat-trt
                   perform LectureSyntheseContrat-fin
                   Perform EspaceContrat-Reprise
               When '2'
                   Move spaces to ChoixLectSyntContrat
                   move CodeProduitEspace to CodeProduitOC
                   move NoContratEspace to NoContratOC
                   perform LectureOperationsContrat-trt
               When '3'
                   perform SaisieVersementLibre-init
                   Move "SaisieVersementLibre" to EcranControleJournee
                   Perform VerifieJourneeOuverte
                   If JourneeOuverte = 1
                       perform SaisieVersementLibre-trt
                   end-if
                   perform SaisieVersementLibre-fin
                   Perform EspaceContrat-Reprise
               When '4'
                   perform SaisieRachatLibre-init
                   Move "SaisieRachatLibre" to EcranControleJournee
                   Perform VerifieJourneeOuverte
                   If JourneeOuverte = 1
                       perform SaisieRachatLibre-trt
                   end-if
                   perform SaisieRachatLibre-fin
                   Perform EspaceContrat-Reprise
      *        Avenant et clause beneficiaire engagent le titulaire : hors
      *        de portee d'une procuration
               When '5'
               When '6'
                   If MandataireEspace = 1
                       move " Reserve au titulaire : action refusee sous procuration " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   else
                       If ChoixEspace = '5'
                           perform AvenantContrat-init
                           perform AvenantContrat-trt
                           perform AvenantContrat-fin
                       else
                           perform ClauseBeneficiaires-init
                           perform ClauseBeneficiaires-trt
                           perform ClauseBeneficiaires-fin
                       end-if
                       Perform EspaceContrat-Reprise
                   end-if
      *        Piste de calcul des interets : consultation seule
               When '7'
                   Perform DetailInteretsEcran
               When '0'
                   continue
               When other
                   move " Saisie non valide : 1 a 7 ou 0 " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  En-tete de synthese du hub : contrat, souscripteur, etat et valeur, relus a chaque
      *  tour (les actions les font bouger)
      *-----------------------------------------------------------------------------------------------
       EspaceContrat-EnTete.
           Display CodeProduitEspace at line 4 col 19 foreground-color is 3 highlight
           Display NoContratEspace at line 4 col 22 foreground-color is 3 highlight
           Display DonneurOrdreEspace at line 4 col 68 foreground-color is 3 highlight

           EXEC SQL
               SELECT PC.EtatProduit, PC.ValeurCourante, T.Nom, T.Prenom
               INTO :EtatProduitPC, :ValeurCourantePC, :Nom, :Prenom
               FROM ProduitsClient PC, TiersSB T
               WHERE PC.CodeProduit = :CodeProduitEspace
               AND PC.NoContrat = :NoContratEspace
               AND T.IdTiers = PC.TiersSouscr
           END-EXEC

           If SQLCODE = 0
               Display Nom of TiersSouscrBenef at line 5 col 19 foreground-color is 3 highlight
               Display Prenom of TiersSouscrBenef at line 5 col 41 foreground-color is 3 highlight
               Display EtatProduitPC at line 6 col 19 foreground-color is 3 highlight
               Move ValeurCourantePC to ValeurRachatTotalDisplay
               Display ValeurRachatTotalDisplay at line 6 col 24 foreground-color is 3 highlight
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Reprise de la session apres un ecran appele : il a referme la connexion et rendu le
      *  verrou a sa sortie - le hub reconnecte et reprend le verrou aussitot
      *-----------------------------------------------------------------------------------------------
       EspaceContrat-Reprise.
           Call 'ConnectSQL' using cnxDb
           move CodeProduitEspace to CodeProduitOC
           move NoContratEspace to NoContratOC
           Perform PoseVerrouContrat
           If VerrouRefuse = 1
      *        Une autre session s'est faufilee : l'espace se ferme
               Move '0' to ChoixEspace
               Move 0 to EspaceContratActif
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Detail du calcul des interets du contrat de l'espace (piste DetailInterets) : mois le
      *  plus recent en tete, la version servie 'C' puis les versions 'R' des regularisations -
      *  de quoi expliquer au client le chiffre d'un releve (base, jours, taux et sa source)
      *-----------------------------------------------------------------------------------------------
       DetailInteretsEcran.
           display M-DetailInterets
           Display CodeProduitEspace at line 4 col 19 foreground-color is 3 highlight
           Display NoContratEspace at line 4 col 22 foreground-color is 3 highlight

           Move CodeProduitEspace to CodeProduitPI
           Move NoContratEspace to NoContratPI
           EXEC SQL
               OPEN DetailInterets-Curseur
           END-EXEC

           Move 0 to DetailInteretsEOF
           Move 8 to LigneDetailInt
           Perform DetailInteretsEcran-Ligne
               until DetailInteretsEOF = 1

           EXEC SQL
               CLOSE DetailInterets-Curseur
           END-EXEC

           If LigneDetailInt = 8
               Display " Aucun calcul d'interets trace pour ce contrat " at line 10 col 2 foreground-color is 2 highlight
           end-if

           move " Pressez entree pour revenir a l'espace >> " to LaInfoAide
           display InfoAide
           Accept FinInsertion at line 25 col 75
           Display REsetInfoAide.

       DetailInteretsEcran-Ligne.
           EXEC SQL
               FETCH DetailInterets-Curseur
                   INTO :PeriodePI, :VersionPI, :TypeCalculPI, :BaseCalculPI,
                    :NbJoursPI, :ConventionTauxPI, :SourceTauxPI, :TauxAnnuelPI,
                    :PaliersPI, :InteretBrutPI, :PrelSociauxPI, :NoOperationPI
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to DetailInteretsEOF
           else
               Move VersionPI to VersionDetailDisplay
               Move BaseCalculPI to BaseDetailDisplay
               Move TauxAnnuelPI to TauxDetailDisplay
               Move InteretBrutPI to InteretDetailDisplay
               Move PrelSociauxPI to PrelSocDetailDisplay
               Move NoOperationPI to NoOperationDetailDisplay

               Display PeriodePI at line LigneDetailInt col 2 foreground-color is 3 highlight
               Display VersionDetailDisplay at line LigneDetailInt col 10 foreground-color is 3 highlight
               Display TypeCalculPI at line LigneDetailInt col 12 foreground-color is 3 highlight
               Display BaseDetailDisplay at line LigneDetailInt col 14 foreground-color is 3 highlight
               Display NbJoursPI at line LigneDetailInt col 29 foreground-color is 3 highlight
               Display ConventionTauxPI at line LigneDetailInt col 32 foreground-color is 3 highlight
               Display SourceTauxPI at line LigneDetailInt col 34 foreground-color is 3 highlight
               Display TauxDetailDisplay at line LigneDetailInt col 35 foreground-color is 3 highlight
               If PaliersPI = 1
                   Display "P" at line LigneDetailInt col 43 foreground-color is 3 highlight
               end-if
               Display InteretDetailDisplay at line LigneDetailInt col 45 foreground-color is 3 highlight
               Display PrelSocDetailDisplay at line LigneDetailInt col 58 foreground-color is 3 highlight
               If NoOperationPI > 0
                   Display NoOperationDetailDisplay at line LigneDetailInt col 70 foreground-color is 3 highlight
               else
                   Display "reserve" at line LigneDetailInt col 71 foreground-color is 2 highlight
               end-if

               Add 1 to LigneDetailInt
               If LigneDetailInt > 20
                   Move 8 to LigneDetailInt
                   move " Pressez entree pour afficher la suite >> " to LaInfoAide
                   display InfoAide
                   Accept PaginationOk at line 25 col 74 foreground-color is 3 Highlight
                   Display REsetInfoAide
                   display M-ResetEcran
                   display M-DetailInterets
                   Display CodeProduitEspace at line 4 col 19 foreground-color is 3 highlight
                   Display NoContratEspace at line 4 col 22 foreground-color is 3 highlight
               end-if
           end-if.

       EspaceContrat-fin.
           Move 0 to EspaceContratActif
           Move 0 to DonneurOrdreEspace
           Move 0 to MandataireEspace
           move CodeProduitEspace to CodeProduitOC
           move NoContratEspace to NoContratOC
           If NoContratEspace not = 0
               Perform LibereVerrouContrat
           end-if
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 38 - Renonciation dans le delai legal : dans les 30 jours de la date d'effet,
      *  le client a droit au remboursement INTEGRAL - ni frais d'entree, ni fiscalite, ni
      *  question de duree minimale. Toutes les operations du contrat sont contre-passees en
      *  'X' (le rejeu des valeurs retombe juste de lui-meme), le montant verse est rembourse
      *  a l'identique par ordre de paiement, le contrat est clos dans l'etat distinct 6
      *  (renonce) et le dossier PiecesContrat reste en l'etat pour la trace. Fini le rachat
      *  total bricole suivi d'une chaine d'extournes manuelles.
      *-----------------------------------------------------------------------------------------------
       Renonciation.
           perform Renonciation-init.
      *    Fenetre de comptabilisation : journee fermee = pas de pose
           Move "Renonciation" to EcranControleJournee
           Perform VerifieJourneeOuverte
           If JourneeOuverte = 1
               perform Renonciation-trt until ChoixRenonciation = 'A'
           end-if.
           perform Renonciation-fin.

       Renonciation-init.
           Move space to ChoixRenonciation

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

           EXEC SQL
               SET AUTOCOMMIT OFF
           END-EXEC.

      *    Toutes les operations du contrat a contre-passer (les 'X'
      *    existants restent tels quels)
           EXEC SQL
               DECLARE OperationsRenon-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
                And TypeOperation <> 'X')
                ORDER BY NoOperation
           END-EXEC.

       Renonciation-trt.
           Move 0 to RenonContratTrouve
           display M-Renonciation
           Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitPC) to CodeProduitPC
           display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
           Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           move CodeProduitPC to CodeProduitOC
           move NoContratPC to NoContratOC

           If NoContratPC = 0
               Move 'A' to ChoixRenonciation
           else
               EXEC SQL
                   SELECT DateEffet, EtatProduit, TiersSouscr,
                    MontantSouscr, COALESCE(MontantSaisi, 0)
                   INTO :DateEffetPC, :EtatProduitPC, :TiersSouscrPC,
                    :MontantSouscrPC, :MontantSaisiPC
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC
                   AND (EtatProduit = 1 OR EtatProduit = 2))
               END-EXEC

               If SQLCODE = 100
                   Display " Contrat non trouve ou deja denoue - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
      *>  Saisie / ATD en cours (cf RegistreSaisies) : pas de restitution
      *>  au souscripteur tant que la valeur gelee n'est pas liberee
                   If MontantSaisiPC > 0
                       Display " Saisie / ATD en cours - renonciation bloquee - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                       accept OkNonTrouve at line 23 col 75
                   else
                       Move 1 to RenonContratTrouve
                   end-if
               end-if
           end-if.

           If RenonContratTrouve = 1
               Display DateEffetPC at line 6 col 27 foreground-color is 2 highlight

      *        Fenetre legale : quantiemes compares (bissextiles au
      *        sens du multiple de 4, comme les autres calendriers ici)
               unstring DateEffetPC delimited by '-' into
                   Annee of DateQuantieme
                   Mois of DateQuantieme
                   Jour of DateQuantieme
               end-unstring
               Perform CalculeQuantieme
               Move QuantiemeTravail to QuantiemeEffet

               Move Annee of DateTraitement to Annee of DateQuantieme
               Move Mois of DateTraitement to Mois of DateQuantieme
               Move Jour of DateTraitement to Jour of DateQuantieme
               Perform CalculeQuantieme
               Move QuantiemeTravail to QuantiemeJour

               Compute JoursEcoulesRenon =
                   QuantiemeJour - QuantiemeEffet
               Display JoursEcoulesRenon at line 7 col 27 foreground-color is 3 highlight

               If JoursEcoulesRenon < 0
                or JoursEcoulesRenon > DelaiRenonciation
                   Display " Delai de renonciation depasse (30 jours) - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Perform Renonciation-Execute
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Execution : le montant rembourse est TOUT ce qui a ete verse ('S' + 'V' bruts),
      *  chaque operation est contre-passee, la valeur tombe a zero, l'etat passe 6 et le
      *  remboursement part en ordre de paiement - tout ou rien
      *-----------------------------------------------------------------------------------------------
       Renonciation-Execute.
           Move 0 to MontantRembourse
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation), 0)
               INTO :MontantRembourse
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND (TypeOperation = 'S' OR TypeOperation = 'V'))
           END-EXEC

      *    Contrat encore en attente de fonds ('S' jamais posee) :
      *    rien n'a ete encaisse, rien a rembourser - la souscription
      *    s'efface simplement

           Move MontantRembourse to ValeurRachatTotalDisplay
           Display ValeurRachatTotalDisplay at line 9 col 27 foreground-color is 3 highlight

           Accept ConfirmeRenonciation at line 11 col 36 required foreground-color is 3 highlight
           Move Function Upper-case(ConfirmeRenonciation) to ConfirmeRenonciation

           If ConfirmeRenonciation = 'O'
               Move 1 to RenonciationOk
               Move CodeOperateur to OperateurOC
               Move DateTraitement to DateOperationContrat
               String Annee of DateOperationContrat '-'
                   Mois of DateOperationContrat '-'
                   Jour of DateOperationContrat into DateOperationOC
               end-string

      *        Contre-passation de toutes les operations du contrat
               EXEC SQL
                   OPEN OperationsRenon-Curseur
               END-EXEC
               Move 0 to RenonOperationsEOF
               Perform Renonciation-Extourne
                   until RenonOperationsEOF = 1
               EXEC SQL
                   CLOSE OperationsRenon-Curseur
               END-EXEC

      *        Cloture dans l'etat distinct 6 (renonce), valeur a zero
               If RenonciationOk = 1
                   Move CodeOperateur to OperateurPC
                   EXEC SQL
                       UPDATE ProduitsClient
                       SET ValeurCourante = 0,
                           EtatProduit = 6,
                           Operateur = :OperateurPC
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC)
                   END-EXEC
                   If SQLCODE <> 0
                       Move 0 to RenonciationOk
                   end-if
               end-if

      *        Remboursement integral par ordre de paiement
               If RenonciationOk = 1 and MontantRembourse > 0
                   Move TiersSouscrPC to TiersBeneficPC
                   Move MontantRembourse to MontantOperationOC
                   Move 1 to RachatTotalOk
                   Move "RENONCIATION" to LibelleOP
                   Perform EcritOrdreVirement
                   If RachatTotalOk = 0
                       Move 0 to RenonciationOk
                   end-if
               end-if

               If RenonciationOk = 1
                   EXEC SQL
                       COMMIT
                   END-EXEC

                   Move "RENONCIATION" to LibelleEvenement
                   Move MontantRembourse to MontantEvenement
                   Move MontantRembourse to NetEvenement
                   Perform EcritNotificationClient

                   move " Renonciation enregistree - remboursement integral emis :" & CodeProduitOC & ' ' & NoContratOC to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               else
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   move " Erreur : renonciation annulee, rien n'a ete enregistre " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

       Renonciation-Extourne.
           EXEC SQL
               FETCH OperationsRenon-Curseur
                   INTO :NoOperationRenon, :TypeOperationOrigine,
                    :MontantOperationOrigine
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to RenonOperationsEOF
           else
               EXEC SQL
                   SELECT MAX(NoOperation)
                   INTO :NoOperationOC
                   FROM OperationsCompte
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC)
               END-EXEC
               Add 1 to NoOperationOC

               Move 'X' to TypeOperationOC
               Move MontantOperationOrigine to MontantOperationOC
               Move NoOperationRenon to NoOperationOrigineOC

               EXEC SQL
                   INSERT INTO OperationsCompte
                       (CodeProduit
                       ,NoContrat
                       ,NoOperation
                       ,TypeOperation
                       ,MontantOperation
                       ,DateOperation
                       ,Operateur
                       ,NoOperationOrigine)
                   VALUES
                       (:CodeProduitOC
                       ,:NoContratOC
                       ,:NoOperationOC
                       ,:TypeOperationOC
                       ,:MontantOperationOC
                       ,:DateOperationOC
                       ,:OperateurOC
                       ,:NoOperationOrigineOC)
               END-EXEC

               If SQLCODE <> 0
                   Display " Erreur : OperationsCompte " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to RenonciationOk
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Quantieme absolu (jours depuis l'origine) de DateQuantieme, bissextiles au sens du
      *  multiple de 4 : suffisant pour compter une fenetre de trente jours
      *-----------------------------------------------------------------------------------------------
       ChargeQuantiemeDate.
           unstring DateQuantiemeTxt delimited by '-' into
               Annee of DateQuantieme
               Mois of DateQuantieme
               Jour of DateQuantieme
           end-unstring
           Perform CalculeQuantieme.

       CalculeQuantieme.
           Compute QuantiemeTravail =
               Annee of DateQuantieme * 365
               + CumulJoursMois(Mois of DateQuantieme)
               + Jour of DateQuantieme
           Divide Annee of DateQuantieme by 4
               giving AnneeQuotient remainder AnneeReste4
           Add AnneeQuotient to QuantiemeTravail
           If AnneeReste4 = 0 and Mois of DateQuantieme <= 2
               Subtract 1 from QuantiemeTravail
           end-if.

       Renonciation-fin.
           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.

           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 12 - Recherche de contrat par Nom / Prenom : pour l'operateur qui n'a que le nom du
      *  client sous la main. Jointure ProduitsClient/TiersSB sur TiersSouscr ou TiersBenefic,
      *  filtree par Nom/Prenom (LIKE, debut de chaine), les contrats trouves sont ensuite consultes
      *  en resaisissant leur code via LectureSyntheseContrat - meme logique de reprise manuelle
      *  qu'un "contrat non trouve" ailleurs dans ce programme
      *-----------------------------------------------------------------------------------------------
       RechercheContratParNom.
           perform RechercheContratParNom-init.
           perform RechercheContratParNom-trt until ChoixRechercheTiers = '0'.
           perform RechercheContratParNom-fin.

       RechercheContratParNom-init.
           Move spaces to NomSaisi
           Move spaces to PrenomSaisi
           Move spaces to ChoixRechercheTiers

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       RechercheContratParNom-trt.
           display M-RechercheTiers

           Accept NomSaisi at line 4 col 28 required foreground-color is 3 highlight
           Move Function Upper-case(NomSaisi) to NomSaisi
           display NomSaisi at line 4 col 28 foreground-color is 3 highlight

           Accept PrenomSaisi at line 6 col 28 foreground-color is 3 highlight
           Move Function Upper-case(PrenomSaisi) to PrenomSaisi
           display PrenomSaisi at line 6 col 28 foreground-color is 3 highlight

           Move spaces to NomSBRecherche
           String NomSaisi delimited by space '%' into NomSBRecherche
           end-string

           Move spaces to PrenomSBRecherche
           If PrenomSaisi = spaces
               Move '%' to PrenomSBRecherche
           else
               String PrenomSaisi delimited by space '%' into PrenomSBRecherche
               end-string
           end-if

      *    Le co-souscripteur d'une souscription conjointe est titulaire a
      *    part entiere : il repond a la recherche comme le souscripteur
           EXEC SQL
               DECLARE RechercheTiers-Curseur CURSOR FOR
                Select PC.CodeProduit, PC.NoContrat, PC.TiersSouscr, PC.TiersBenefic,
                 COALESCE(PC.CoSouscripteur, 0),
                 T.IdTiers, T.Nom, T.Prenom
                From ProduitsClient PC, TiersSB T
                Where (T.IdTiers = PC.TiersSouscr OR T.IdTiers = PC.TiersBenefic
                 OR T.IdTiers = PC.CoSouscripteur)
                And T.Nom LIKE :NomSBRecherche
                And T.Prenom LIKE :PrenomSBRecherche
                ORDER BY T.Nom, T.Prenom, PC.CodeProduit, PC.NoContrat
           END-EXEC.

           EXEC SQL
               OPEN RechercheTiers-Curseur
           END-EXEC.

           Move 0 to TiersRechercheEOF
           Move 9 to LigneDetailsRechercheTiers

           perform until TiersRechercheEOF = 1
               EXEC SQL
                   FETCH RechercheTiers-Curseur
                       INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC, :TiersBeneficPC,
                        :TiersCoSouscrPC,
                        :IdTiers of TiersSouscrBenef, :Nom of TiersSouscrBenef,
                        :Prenom of TiersSouscrBenef
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to TiersRechercheEOF
               else
                   Move NoContratPC to NoContratPCDisplay

                   evaluate true
                       when IdTiers of TiersSouscrBenef = TiersSouscrPC
                           Move "Souscripteur" to RoleTiersRechercheDisplay
                       when IdTiers of TiersSouscrBenef = TiersCoSouscrPC
                           Move "Co-souscr."   to RoleTiersRechercheDisplay
                       when other
                           Move "Beneficiaire" to RoleTiersRechercheDisplay
                   end-evaluate

                   Display CodeProduitPC at line LigneDetailsRechercheTiers Col 2 foreground-color is 3 highlight
                   Display NoContratPCDisplay at line LigneDetailsRechercheTiers Col 11 foreground-color is 3 highlight
                   Display Nom of TiersSouscrBenef at line LigneDetailsRechercheTiers Col 21 foreground-color is 3 highlight
                   Display Prenom of TiersSouscrBenef at line LigneDetailsRechercheTiers Col 42 foreground-color is 3 highlight
                   Display RoleTiersRechercheDisplay at line LigneDetailsRechercheTiers Col 64 foreground-color is 3 highlight

                   Add 1 to LigneDetailsRechercheTiers
                   If LigneDetailsRechercheTiers > 20
                       Move 9 to LigneDetailsRechercheTiers
                       move "Pressez entree pour afficher la suite >>" to LaInfoAide
                       Display InfoAide
                       Accept PaginationOk at line 25 col 74 foreground-color is 3 Highlight
                       Display REsetInfoAide
                       display M-ResetEcran
                       display M-RechercheTiers
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE RechercheTiers-Curseur
           END-EXEC.

           move " [1] Consulter un contrat trouve, [2] nouvelle recherche, [0] sortir" to LaInfoAide
           display InfoAide
           accept ChoixRechercheTiers at line 24 col 75 foreground-color is 2 highlight
           Display REsetInfoAide

           evaluate ChoixRechercheTiers
               When '1'
                   Perform LectureSyntheseContrat
                   Move '0' to ChoixRechercheTiers
               When '2'
                   Move spaces to NomSaisi
                   Move spaces to PrenomSaisi
               When '0'
                   continue
               When other
                   Move '0' to ChoixRechercheTiers
           end-evaluate.

       RechercheContratParNom-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *    Export "droit d'acces" RGPD d'un Tiers : a partir d'un IdTiers, ecrit sur
      *    FichierExportTiers (meme principe que FichierPrint) le TiersSB, puis chaque
      *    ProduitsClient et OperationsCompte lie via TiersSouscr/TiersBenefic.
      *-----------------------------------------------------------------------------------------------
       ExportDroitAccesTiers.
           perform ExportDroitAccesTiers-init.
           perform ExportDroitAccesTiers-trt.
           perform ExportDroitAccesTiers-fin.

       ExportDroitAccesTiers-init.
           Move 0 to IdTiersExport
           Move 0 to TiersExportTrouve

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       ExportDroitAccesTiers-trt.
           display M-ExportTiers
           accept IdTiersExport at line 4 col 23 required foreground-color is 3 highlight
           display IdTiersExport at line 4 col 23 foreground-color is 3 highlight

           EXEC SQL
               SELECT IdTiers, CodeBanque, CodeGuichet, RacineCompte, TypeCompte, CleRib,
                Intitule, Prenom, Nom, NoRue, Rue, CodePostal, Ville, Pays, Telephone,
                Courriel, DateNaissance, COALESCE(TypePiece, ' '),
                COALESCE(NoPiece, ' '), COALESCE(DateDelivrancePiece, ' '),
                COALESCE(DateExpirationPiece, ' ')
               INTO :IdTiers, :CodeBanqueT, :CodeGuichet, :RacineCompte, :TypeCompte, :CleRib,
                :Intitule, :Prenom, :Nom, :NoRue, :Rue, :CodePostal, :Ville, :Pays, :Telephone,
                :Courriel, :DateNaissance, :TypePieceT, :NoPieceT, :DateDelivPieceT,
                :DateExpirPieceT
               FROM TiersSB
               WHERE IdTiers = :IdTiersExport
           END-EXEC.

           If SQLCODE = 100 OR SQLCODE = 101
               move " Aucun Tiers trouve pour cet IdTiers - tapez entree >>" to LaInfoAide
               display InfoAide
               accept PaginationOk at line 25 col 74 foreground-color is 3 Highlight
               Display REsetInfoAide
           else
               Move 1 to TiersExportTrouve
               perform ExportDroitAccesTiers-Ecrit
           end-if.

       ExportDroitAccesTiers-Ecrit.
           open output FichierExportTiers
           evaluate FichierExportTiersStatus
               when "00"
                   move 1 to FichierExportTiersOk
               when other
                   move 0 to FichierExportTiersOk
                   move " Erreur ouverture fichier export - code " & FichierExportTiersStatus to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
           end-evaluate

           If FichierExportTiersOk = 1
               move "Tiers;IdTiers;CodeBanque;CodeGuichet;RacineCompte;TypeCompte;CleRib;Intitule;Prenom;Nom;NoRue;Rue;CodePostal;Ville;Pays;Telephone;Courriel;DateNaissance;TypePiece;NoPiece;DelivrancePiece;ExpirationPiece" to EnrFichierExportTiers
               write EnrFichierExportTiers

      *        Donnees sensibles selon le profil de l'operateur (cf MasqueChamp) : en clair pour
      *        un profil habilite, l'export etant trace comme une revelation - masquees sinon
               Move 1 to RevelationDemandee
               Move IdTiers of TiersSouscrBenef to IdTiersMQ
               Move "ExportDroitAccesTiers" to OrigineMQ
               Move "RIB" to ChampMQ
               Move RacineCompte of TiersSouscrBenef to ValeurMQ
               Perform MasqueChamp
               Move ValeurMasqueeMQ to RacineCompteExport
               Move CleRib of TiersSouscrBenef to ValeurMQ
               Perform MasqueChamp
               Move ValeurMasqueeMQ to CleRibExport
               Move "NAISS" to ChampMQ
               Move DateNaissance of TiersSouscrBenef to ValeurMQ
               Perform MasqueChamp
               Move ValeurMasqueeMQ to DateNaissExport
               Move "PIECE" to ChampMQ
               Move NoPieceT of TiersSouscrBenef to ValeurMQ
               Perform MasqueChamp
               Move ValeurMasqueeMQ to NoPieceExport
               Move 0 to RevelationDemandee

               String "Tiers"                        delimited by size
                   ';' IdTiers of TiersSouscrBenef    delimited by size
                   ';' CodeBanqueT of TiersSouscrBenef delimited by size
                   ';' CodeGuichet of TiersSouscrBenef delimited by size
                   ';' RacineCompteExport              delimited by size
                   ';' TypeCompte of TiersSouscrBenef  delimited by size
                   ';' CleRibExport                    delimited by size
                   ';' Intitule of TiersSouscrBenef    delimited by size
                   ';' Prenom of TiersSouscrBenef      delimited by size
                   ';' Nom of TiersSouscrBenef         delimited by size
                   ';' NoRue of TiersSouscrBenef       delimited by size
                   ';' Rue of TiersSouscrBenef         delimited by size
                   ';' CodePostal of TiersSouscrBenef  delimited by size
                   ';' Ville of TiersSouscrBenef       delimited by size
                   ';' Pays of TiersSouscrBenef         delimited by size
                   ';' Telephone of TiersSouscrBenef   delimited by size
                   ';' Courriel of TiersSouscrBenef    delimited by size
                   ';' DateNaissExport                 delimited by size
                   ';' TypePieceT of TiersSouscrBenef  delimited by size
                   ';' NoPieceExport                   delimited by size
                   ';' DateDelivPieceT of TiersSouscrBenef delimited by size
                   ';' DateExpirPieceT of TiersSouscrBenef delimited by size
                   into EnrLigneExportTiers
               end-string
               Move EnrLigneExportTiers to EnrFichierExportTiers
               write EnrFichierExportTiers

               move "Contrat;CodeProduit;NoContrat;MontantSouscr;DateEffet;EtatProduit;ValeurCourante;Role" to EnrFichierExportTiers
               write EnrFichierExportTiers

               move "Operation;CodeProduit;NoContrat;NoOperation;TypeOperation;MontantOperation;DateOperation" to EnrFichierExportTiers
               write EnrFichierExportTiers

               move "Procuration;CodeProduit;NoContrat;IdMandataire;Portee;DateDebut;DateFin;ReferenceActe" to EnrFichierExportTiers
               write EnrFichierExportTiers

               EXEC SQL
                   OPEN ExportTiers-Curseur-Contrats
               END-EXEC

               Move 0 to ExportTiersEOF
               perform until ExportTiersEOF = 1
                   EXEC SQL
                       FETCH ExportTiers-Curseur-Contrats
                           INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC, :TiersBeneficPC,
                            :MontantSouscrPC, :DateEffetPC, :EtatProduitPC, :ValeurCourantePC
                   END-EXEC

                   If SQLCODE = 100 OR SQLCODE = 101
                       Move 1 to ExportTiersEOF
                   else
                       Move NoContratPC to NoContratPCDisplay
                       Move MontantSouscrPC to MontantSouscrPCDisplay
                       Move ValeurCourantePC to ValeurContratDisplay

                       If TiersSouscrPC = IdTiersExport
                           Move "Souscripteur" to RoleTiersRechercheDisplay
                       else
                           Move "Beneficiaire" to RoleTiersRechercheDisplay
                       end-if

                       String "Contrat"                delimited by size
                           ';' CodeProduitPC            delimited by size
                           ';' NoContratPCDisplay        delimited by size
                           ';' MontantSouscrPCDisplay   delimited by size
                           ';' DateEffetPC               delimited by size
                           ';' EtatProduitPC             delimited by size
                           ';' ValeurContratDisplay      delimited by size
                           ';' RoleTiersRechercheDisplay delimited by size
                           into EnrLigneExportTiers
                       end-string
                       Move EnrLigneExportTiers to EnrFichierExportTiers
                       write EnrFichierExportTiers

                       perform ExportDroitAccesTiers-Operations
                   end-if
               end-perform

               EXEC SQL
                   CLOSE ExportTiers-Curseur-Contrats
               END-EXEC

      *        Procurations actives ou le Tiers est mandataire ou mandant
               EXEC SQL
                   OPEN ProcurationsExport-Curseur
               END-EXEC
               Move 0 to ProcurationsEOF
               perform ExportDroitAccesTiers-Procuration until ProcurationsEOF = 1
               EXEC SQL
                   CLOSE ProcurationsExport-Curseur
               END-EXEC

      *        Reclamations deposees par le Tiers (cf GestionReclamations)
               Move IdTiersExport to IdTiersRL
               EXEC SQL
                   OPEN Reclamations-Curseur
               END-EXEC
               Move 0 to ReclamationsEOF
               perform ExportDroitAccesTiers-Reclamation until ReclamationsEOF = 1
               EXEC SQL
                   CLOSE Reclamations-Curseur
               END-EXEC

               close FichierExportTiers

               move " Export enregistre : ExportDroitAccesTiers.txt - tapez entree >>" to LaInfoComm
               display InfoComm
               accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

       ExportDroitAccesTiers-Operations.
           Move CodeProduitPC to CodeProduitOC
           Move NoContratPC to NoContratOC

           EXEC SQL
               OPEN ExportTiers-Curseur-Operations
           END-EXEC

           Move 0 to ExportTiersEOF
           perform until ExportTiersEOF = 1
               EXEC SQL
                   FETCH ExportTiers-Curseur-Operations
                       INTO :NoOperationOC, :TypeOperationOC, :MontantOperationOC, :DateOperationOC
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to ExportTiersEOF
               else
                   Move NoContratOC to NoContratOCDisplay
                   Move NoOperationOC to NoOperationOCDisplay
                   Move MontantOperationOC to MontantOperationOCDisplay

                   String "Operation"              delimited by size
                       ';' CodeProduitOC            delimited by size
                       ';' NoContratOCDisplay       delimited by size
                       ';' NoOperationOCDisplay     delimited by size
                       ';' TypeOperationOC          delimited by size
                       ';' MontantOperationOCDisplay delimited by size
                       ';' DateOperationOC          delimited by size
                       into EnrLigneExportTiers
                   end-string
                   Move EnrLigneExportTiers to EnrFichierExportTiers
                   write EnrFichierExportTiers
               end-if
           end-perform

           EXEC SQL
               CLOSE ExportTiers-Curseur-Operations
           END-EXEC.

       ExportDroitAccesTiers-Procuration.
           EXEC SQL
               FETCH ProcurationsExport-Curseur
                   INTO :CodeProduitPX, :NoContratPX, :IdTiersPX, :PorteePX,
                    :DateDebutPX, :DateFinPX, :ReferenceActePX
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ProcurationsEOF
           else
               Move NoContratPX to NoContratPCDisplay
               Move spaces to EnrLigneExportTiers
               String "Procuration"            delimited by size
                   ';' CodeProduitPX            delimited by size
                   ';' NoContratPCDisplay       delimited by size
                   ';' IdTiersPX                delimited by size
                   ';' PorteePX                 delimited by size
                   ';' DateDebutPX              delimited by size
                   ';' DateFinPX                delimited by size
                   ';' ReferenceActePX          delimited by size
                   into EnrLigneExportTiers
               end-string
               Move EnrLigneExportTiers to EnrFichierExportTiers
               write EnrFichierExportTiers
           end-if.

       ExportDroitAccesTiers-Reclamation.
           EXEC SQL
               FETCH Reclamations-Curseur
                   INTO :NoReclamationRL, :CodeProduitRL, :NoContratRL,
                    :CanalRL, :CategorieRL, :DateReceptionRL, :DateAccuseRL,
                    :DateReponseRL, :IssueRL, :MontantIndemniteRL
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ReclamationsEOF
           else
               Move NoContratRL to NoContratPCDisplay
               Move MontantIndemniteRL to IndemniteDisplay
               Move spaces to EnrLigneExportTiers
               String "Reclamation"            delimited by size
                   ';' NoReclamationRL          delimited by size
                   ';' CodeProduitRL            delimited by size
                   ';' NoContratPCDisplay       delimited by size
                   ';' CanalRL                  delimited by size
                   ';' CategorieRL              delimited by size
                   ';' DateReceptionRL          delimited by size
                   ';' DateAccuseRL             delimited by size
                   ';' DateReponseRL            delimited by size
                   ';' IssueRL                  delimited by size
                   ';' IndemniteDisplay         delimited by size
                   into EnrLigneExportTiers
               end-string
               Move EnrLigneExportTiers to EnrFichierExportTiers
               write EnrFichierExportTiers
           end-if.

       ExportDroitAccesTiers-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *    Purge/anonymisation RGPD des Tiers clotures depuis plus de RetentionPurgeAns : un Tiers
      *    est eligible quand tous ses contrats (souscripteur ou beneficiaire) sont clotures
      *    (aucun EtatProduit = 1 restant) et que la derniere operation connue sur ces contrats
      *    remonte a plus de RetentionPurgeAns. Les champs personnels sont blanchis/pseudonymises
      *    sur TiersSB ; les montants deja comptabilises dans OperationsCompte restent intacts.
      *-----------------------------------------------------------------------------------------------
       PurgeTiersClotures.
           perform PurgeTiersClotures-init.
           perform PurgeTiersClotures-trt.
           perform PurgeTiersClotures-fin.

       PurgeTiersClotures-init.
           Move 0 to NbTiersPurges

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       PurgeTiersClotures-trt.
           ACCEPT DateSystemePurge from date YYYYMMDD
           Subtract RetentionPurgeAns from Annee of DateSystemePurge giving AnneeLimitePurge

           EXEC SQL
               OPEN PurgeTiers-Curseur-Tiers
           END-EXEC.

           Move 0 to PurgeTiersEOF
           perform until PurgeTiersEOF = 1
               EXEC SQL
                   FETCH PurgeTiers-Curseur-Tiers
                       INTO :IdTiersPurge
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to PurgeTiersEOF
               else
                   perform PurgeTiersClotures-Evalue
               end-if
           end-perform.

           EXEC SQL
               CLOSE PurgeTiers-Curseur-Tiers
           END-EXEC.

           move " Purge terminee : " & NbTiersPurges & " Tiers anonymises - tapez entree >>" to LaInfoComm
           display InfoComm
           accept FinInsertion at line 25 col 75
           Display REsetInfoComm.

       PurgeTiersClotures-Evalue.
           Move 0 to NbContratsTiersPurge
           Move 0 to NbContratsActifsPurge
           Move spaces to DateDerniereOperPurge
           Move 0 to AnneeClotureTiersPurge

           EXEC SQL
               OPEN PurgeTiers-Curseur-Contrats
           END-EXEC.

           Move 0 to PurgeContratsEOF
           perform until PurgeContratsEOF = 1
               EXEC SQL
                   FETCH PurgeTiers-Curseur-Contrats
                       INTO :CodeProduitPC, :NoContratPC, :EtatProduitPC
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to PurgeContratsEOF
               else
                   Add 1 to NbContratsTiersPurge

                   If EtatProduitPC = 1
                       Add 1 to NbContratsActifsPurge
                   else
                       Move CodeProduitPC to CodeProduitOC
                       Move NoContratPC to NoContratOC

                       EXEC SQL
                           SELECT MAX(DateOperation)
                           INTO :DateOperationOC
                           FROM OperationsCompte
                           WHERE (CodeProduit = :CodeProduitOC
                           AND NoContrat = :NoContratOC)
                       END-EXEC

                       If DateOperationOC > DateDerniereOperPurge
                           Move DateOperationOC to DateDerniereOperPurge
                       end-if
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE PurgeTiers-Curseur-Contrats
           END-EXEC.

           If NbContratsTiersPurge > 0 and NbContratsActifsPurge = 0
               unstring DateDerniereOperPurge delimited by '-' into
                   AnneeClotureTiersPurge
                   mois of DateOperationContrat
                   jour of DateOperationContrat
               end-unstring

               If AnneeClotureTiersPurge <= AnneeLimitePurge
                   perform PurgeTiersClotures-Anonymise
               end-if
           end-if.

       PurgeTiersClotures-Anonymise.
           Move "ANONYME"  to Nom of TiersSouscrBenef
           Move "ANONYME"  to Prenom of TiersSouscrBenef
           Move spaces     to Rue of TiersSouscrBenef
           Move spaces     to Telephone of TiersSouscrBenef
           Move spaces     to Courriel of TiersSouscrBenef
           Move 0          to CodeBanqueT of TiersSouscrBenef
           Move 0          to CodeGuichet of TiersSouscrBenef
           Move 0          to RacineCompte of TiersSouscrBenef
           Move 0          to TypeCompte of TiersSouscrBenef
           Move 0          to CleRib of TiersSouscrBenef
           Move spaces     to IbanT of TiersSouscrBenef
           Move spaces     to BicT of TiersSouscrBenef

           EXEC SQL
               UPDATE TiersSB
               SET Nom = :Nom of TiersSouscrBenef,
                   Prenom = :Prenom of TiersSouscrBenef,
                   Rue = :Rue of TiersSouscrBenef,
                   Telephone = :Telephone of TiersSouscrBenef,
                   Courriel = :Courriel of TiersSouscrBenef,
                   CodeBanque = :CodeBanqueT of TiersSouscrBenef,
                   CodeGuichet = :CodeGuichet of TiersSouscrBenef,
                   RacineCompte = :RacineCompte of TiersSouscrBenef,
                   TypeCompte = :TypeCompte of TiersSouscrBenef,
                   CleRib = :CleRib of TiersSouscrBenef,
                   Iban = :IbanT of TiersSouscrBenef,
                   Bic = :BicT of TiersSouscrBenef
               WHERE IdTiers = :IdTiersPurge
           END-EXEC

           If SQLCODE = 0
               Add 1 to NbTiersPurges
      *        Objet libre des reclamations blanchi, les compteurs du
      *        rapport annuel restent justes
               Move IdTiersPurge to IdTiersRL
               EXEC SQL
                   UPDATE Reclamations
                   SET Objet = ' '
                   WHERE IdTiers = :IdTiersRL
               END-EXEC
      *        Commentaires libres des taches du Tiers, meme principe
               Move IdTiersPurge to IdTiersTA
               EXEC SQL
                   UPDATE Taches
                   SET Commentaire = ' '
                   WHERE IdTiers = :IdTiersTA
               END-EXEC
      *        Documents archives : le contenu (nom, adresse, montants)
      *        est supprime, l'index reste pour les comptes de production
               Move IdTiersPurge to IdTiersDO
               EXEC SQL
                   DELETE FROM LignesDocument
                   WHERE NoDocument IN
                       (SELECT D.NoDocument FROM DocumentsClient D
                        WHERE D.IdTiers = :IdTiersDO)
               END-EXEC
               EXEC SQL
                   UPDATE DocumentsClient
                   SET NbLignes = 0
                   WHERE IdTiers = :IdTiersDO
               END-EXEC
           end-if.

       PurgeTiersClotures-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *
      *-----------------------------------------------------------------------------------------------
       GestionTiersBenef.
           perform GestionTiersBenef-init
           perform GestionTiersBenef-Trt until ChoixInsertionBenef = 'A' or = 'a' or = 'V' or = 'v'
           perform GestionTiersBenef-fin.

       GestionTiersBenef-init.
           Move space to ChoixInsertionBenef
           move 0 to DateNaissanceB
           move space to LienParenteB.

       GestionTiersBenef-Trt.
           Display EcranGestionTiersBenef.
           Display '@' at line 15 col 65 foreground-color is 3 Highlight.
           Display '/  /' at line 17 col 27 foreground-color is 3 Highlight.

      **************************
           accept IntituleB at line  7 col 10 required foreground-color is 3 Highlight .
           accept nomB  at line  7 col 23 required foreground-color is 3 Highlight .
           Move nomB to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:20) to nomB
           accept prenomB  at line 7 col 55 required foreground-color is 3 Highlight.
           Move prenomB to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:25) to prenomB


           accept NoRueB at line 9 col 8 required foreground-color is 3 Highlight.
           accept RueB at line  9 col 22 required foreground-color is 3 Highlight.
           Move RueB to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:30) to RueB

           accept CodePostalB at line  11 col 8 required foreground-color is 3 Highlight.
           accept VilleB at line  11 col 25 required foreground-color is 3 Highlight.
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept PaysB  at line  11 col 59 required foreground-color is 3 Highlight
               Move PaysB to PaysSaisi
               Perform ControlePaysAdresse
               Move PaysSaisi to PaysB
           end-perform
           Display PaysB at line 11 col 59 foreground-color is 3 Highlight
           If RetourPS = 0 and CodeIso2PS = 'FR'
               Move CodePostalB to CodePostalSaisi
               Move VilleB to VilleSaisie
               Perform ControleAdresseFrance
               Move CodePostalSaisi to CodePostalB
               Move VilleSaisie to VilleB
           end-if.


           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept CodeBanqueTB at line  13 col 12 auto required background-color is 5 Foreground-color is 3 Highlight
               Move CodeBanqueTB to CodeBanque
      *        Le code banque doit exister ET etre un etablissement
      *        ouvert du referentiel officiel (cf ImportEtablissements)
               Move 'O' to EtatBanqueB
               EXEC SQL
                   SELECT NomBanque, COALESCE(Etat, 'O')
                   INTO :NomBanque, :EtatBanqueB
                   FROM Banque
                   WHERE CodeBanque = :CodeBanque
               END-EXEC
               evaluate true
                   when SQLCODE = 0 and EtatBanqueB not = 'F'
                       move 1 to DonneesValides
                   when SQLCODE = 0
                       move " Etablissement ferme au fichier officiel - code refuse " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   when SQLCODE = 100
                       move " Banque inconnue - voir Gestion des Banques " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   when other
                       move 1 to DonneesValides
               end-evaluate
           end-perform.
           accept CodeguichetB at line  13 col 18 auto required background-color is 5 foreground-color is 3 Highlight.
           accept RacineCompteB  at line  13 col 24 auto required background-color is 5 foreground-color is 3 Highlight.
           accept TypeCompteB  at line  13 col 34 auto required background-color is 5 foreground-color is 3 Highlight .

           Compute RibSomme = 89 * CodeBanqueTB
               + 15 * CodeguichetB
               + 3 * RacineCompteB
           Divide RibSomme by 97 giving RibQuotient remainder RibReste
           Compute CleRibCalculee = 97 - RibReste

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept CleRibB  at line  13 col 37 auto required background-color is 5 foreground-color is 3 Highlight
               If CleRibB = CleRibCalculee
                   move 1 to DonneesValides
               else
                   move " Cle RIB invalide - verifiez banque/guichet/compte " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform.

      *    IBAN derive automatiquement du RIB valide, BIC saisi - meme
      *    principe que GestionTiers-trt (cf CalculIbanDepuisRib)
           Move CodeBanqueTB to BbanBanque
           Move CodeguichetB to BbanGuichet
           Move RacineCompteB to BbanRacine
           Move TypeCompteB to BbanType
           Move CleRibB to BbanCle
           Perform CalculIbanDepuisRib
           Move IbanCalcule to IbanB
           Display IbanB at line 14 col 9 foreground-color is 3 Highlight
           accept BicB at line 14 col 52 foreground-color is 3 Highlight
           Move Function Upper-case(BicB) to BicB

           accept TelephoneB at line  15 col 19 foreground-color is 3 Highlight.

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept Courriel-avantB at line 15 col 48 foreground-color is 3 Highlight
               accept Courriel-apresB at line 15 col 66 foreground-color is 3 Highlight

               Move Courriel-avantB to RSp-Source
               Call 'RemoveSpaces' using RSp-Source, RSp-Target
               Move RSp-Target(1:17) to Courriel-avantB
               Move Courriel-apresB to RSp-Source
               Call 'RemoveSpaces' using RSp-Source, RSp-Target
               Move RSp-Target(1:15) to Courriel-apresB

               If Courriel-avantB = spaces and Courriel-apresB = spaces
                   move 1 to DonneesValides
               Else
                   Move 0 to NbPointsDomaine
                   Inspect Courriel-apresB tallying NbPointsDomaine for all '.'
                   If Courriel-avantB <> spaces and Courriel-apresB <> spaces
                                       and NbPointsDomaine > 0
                       move 1 to DonneesValides
                   Else
                       move " Adresse de courriel invalide - ex: nom@domaine.fr " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   End-if
               End-if
           end-perform.

           if Courriel-avantB  <> '' or  Courriel-apresB <> ''
               String Courriel-avantB
                 '@' delimited by space
                 Courriel-apresB delimited by space
                 Into CourrielB
           Else
               Move space to CourrielB
           End-if

           Display CourrielB at line 25 col 5 foreground-color is 3 Highlight.


           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateNaissanceTiersB  at line 17 col 25  required foreground-color is 3 Highlight
               Accept Mois of DateNaissanceTiersB  at line 17 col 28  required foreground-color is 3 Highlight
               Accept annee of DateNaissanceTiersB  at line 17 col 31  required foreground-color is 3 Highlight

               Move annee of DateNaissanceTiersB to DateNaissTestAnnee
               Move Mois of DateNaissanceTiersB to DateNaissTestMois
               Move jour of DateNaissanceTiersB to DateNaissTestJour
               Perform ValideDateNaissance

               if annee of DateNaissanceTiersB greater or equal Annee of DateEffetContratEpargne
                   move " Date non valide" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               else
                   if DateNaissTestOK = 'O'
                       move 1 to DonneesValides
                   else
                       move " Date de naissance non valide" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   end-if
               End-if
           End-perform.

            String annee of DateNaissanceTiersB '-'
             Mois of DateNaissanceTiersB  '-'
             jour of DateNaissanceTiersB  into DateNaissanceB.

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept LienParenteB at line 17 col 67 required foreground-color is 3 Highlight
               evaluate LienParenteB
                   when = 'E' or = 'e'
                       move 'E' to LienParenteB
                       move 1 to DonneesValides
                       display 'Enfant   ' at line 17 col 69 foreground-color is 3 Highlight
                   when = 'C' or = 'c'
                       move 'C' to LienParenteB
                       move 1 to DonneesValides
                       display 'Conjoint ' at line 17 col 69 foreground-color is 3 Highlight
                   when = 'A' or = 'a'
                       move 'A' to LienParenteB
                       move 1 to DonneesValides
                       display 'Autre    ' at line 17 col 69 foreground-color is 3 Highlight
                   when other
                       move " Saisie non valide : [E]nfant - [C]onjoint ou [A]utre" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           end-perform.

      *    Accept ChoixInsertionBenef at line 20 col 75 foreground-color is 3 Highlight
           
           move 0 to DonneesValides
           Move space to ChoixInsertionBenef
            Perform until DonneesValides= 1
                   Accept ChoixInsertionBenef at line 20 col 75 foreground-color is 3 Highlight

                       Evaluate ChoixInsertionBenef

                        when = 'A' or = 'a' *> Retour au menu precedent
                               Move 'A' to ChoixInsertionBenef 
                               Move 'A' to  ChoixInsertion 
                               Move 'A' to ChoixEcrSimulation

                               move 1 to DonneesValides
      *                        continue
                       
                        When = 'V' or = 'v'*> on valide la simulation verifiant les valeurs saisies
                                Set W-BenefSaisi to true
      *                         Perform InsertionDonnéesTiersBenef
                                Move 'V' to  ChoixInsertion 
                                move 1 to DonneesValides
                        When other *> on reste sur l'option tant que une bonne choix est faite
                                move " Saisie non valide : A ou V " to LaInfoAide
                                display InfoAide
                                Accept ChoixInsertionBenef at line 20 col 75 foreground-color is 3 Highlight
                                Display REsetInfoAide
                       end-evaluate
               end-perform.

      *    iF DonneesValides = 1 Perform InsertionDonnéesTiersBenef.

       GestionTiersBenef-fin.
      *    iF DonneesValides = 1 Perform InsertionDonnéesTiersBenef.
           continue.

      *---------------------------------------------------------------------------------------------
      * Souscripteur mineur : saisie du representant legal (parent ou tuteur) a la place de
      * l'annulation automatique de la souscription - meme structure que GestionTiersBenef
      *---------------------------------------------------------------------------------------------
       GestionRepresentantLegal.
           perform GestionRepresentantLegal-init
           perform GestionRepresentantLegal-Trt until ChoixInsertionRepresentant = 'A' or = 'a' or = 'V' or = 'v'
           perform GestionRepresentantLegal-fin.

       GestionRepresentantLegal-init.
           Move space to ChoixInsertionRepresentant
           move 0 to DateNaissanceR.

       GestionRepresentantLegal-Trt.
           Display EcranGestionRepresentant.
           Display '@' at line 15 col 65 foreground-color is 3 Highlight.
           Display '/  /' at line 17 col 27 foreground-color is 3 Highlight.

      **************************
           accept IntituleR at line  7 col 10 required foreground-color is 3 Highlight .
           accept nomR  at line  7 col 23 required foreground-color is 3 Highlight .
           Move nomR to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:20) to nomR
           accept prenomR  at line 7 col 55 required foreground-color is 3 Highlight.
           Move prenomR to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:25) to prenomR


           accept NoRueR at line 9 col 8 required foreground-color is 3 Highlight.
           accept RueR at line  9 col 22 required foreground-color is 3 Highlight.
           Move RueR to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:30) to RueR

           accept CodePostalR at line  11 col 8 required foreground-color is 3 Highlight.
           accept VilleR at line  11 col 25 required foreground-color is 3 Highlight.
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept PaysR  at line  11 col 59 required foreground-color is 3 Highlight
               Move PaysR to PaysSaisi
               Perform ControlePaysAdresse
               Move PaysSaisi to PaysR
           end-perform
           Display PaysR at line 11 col 59 foreground-color is 3 Highlight
           If RetourPS = 0 and CodeIso2PS = 'FR'
               Move CodePostalR to CodePostalSaisi
               Move VilleR to VilleSaisie
               Perform ControleAdresseFrance
               Move CodePostalSaisi to CodePostalR
               Move VilleSaisie to VilleR
           end-if.


           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept CodeBanqueTR at line  13 col 12 auto required background-color is 5 Foreground-color is 3 Highlight
               Move CodeBanqueTR to CodeBanque
      *        Le code banque doit exister ET etre un etablissement
      *        ouvert du referentiel officiel (cf ImportEtablissements)
               Move 'O' to EtatBanqueB
               EXEC SQL
                   SELECT NomBanque, COALESCE(Etat, 'O')
                   INTO :NomBanque, :EtatBanqueB
                   FROM Banque
                   WHERE CodeBanque = :CodeBanque
               END-EXEC
               evaluate true
                   when SQLCODE = 0 and EtatBanqueB not = 'F'
                       move 1 to DonneesValides
                   when SQLCODE = 0
                       move " Etablissement ferme au fichier officiel - code refuse " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   when SQLCODE = 100
                       move " Banque inconnue - voir Gestion des Banques " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   when other
                       move 1 to DonneesValides
               end-evaluate
           end-perform.
           accept CodeguichetR at line  13 col 18 auto required background-color is 5 foreground-color is 3 Highlight.
           accept RacineCompteR  at line  13 col 24 auto required background-color is 5 foreground-color is 3 Highlight.
           accept TypeCompteR  at line  13 col 34 auto required background-color is 5 foreground-color is 3 Highlight .

           Compute RibSomme = 89 * CodeBanqueTR
               + 15 * CodeguichetR
               + 3 * RacineCompteR
           Divide RibSomme by 97 giving RibQuotient remainder RibReste
           Compute CleRibCalculee = 97 - RibReste

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept CleRibR  at line  13 col 37 auto required background-color is 5 foreground-color is 3 Highlight
               If CleRibR = CleRibCalculee
                   move 1 to DonneesValides
               else
                   move " Cle RIB invalide - verifiez banque/guichet/compte " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform.

      *    IBAN derive automatiquement du RIB valide, BIC saisi - meme
      *    principe que GestionTiers-trt (cf CalculIbanDepuisRib)
           Move CodeBanqueTR to BbanBanque
           Move CodeguichetR to BbanGuichet
           Move RacineCompteR to BbanRacine
           Move TypeCompteR to BbanType
           Move CleRibR to BbanCle
           Perform CalculIbanDepuisRib
           Move IbanCalcule to IbanR
           Display IbanR at line 14 col 9 foreground-color is 3 Highlight
           accept BicR at line 14 col 52 foreground-color is 3 Highlight
           Move Function Upper-case(BicR) to BicR

           accept TelephoneR at line  15 col 19 foreground-color is 3 Highlight.

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept Courriel-avantR at line 15 col 48 foreground-color is 3 Highlight
               accept Courriel-apresR at line 15 col 66 foreground-color is 3 Highlight

               Move Courriel-avantR to RSp-Source
               Call 'RemoveSpaces' using RSp-Source, RSp-Target
               Move RSp-Target(1:17) to Courriel-avantR
               Move Courriel-apresR to RSp-Source
               Call 'RemoveSpaces' using RSp-Source, RSp-Target
               Move RSp-Target(1:15) to Courriel-apresR

               If Courriel-avantR = spaces and Courriel-apresR = spaces
                   move 1 to DonneesValides
               Else
                   Move 0 to NbPointsDomaine
                   Inspect Courriel-apresR tallying NbPointsDomaine for all '.'
                   If Courriel-avantR <> spaces and Courriel-apresR <> spaces
                                       and NbPointsDomaine > 0
                       move 1 to DonneesValides
                   Else
                       move " Adresse de courriel invalide - ex: nom@domaine.fr " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   End-if
               End-if
           end-perform.

           if Courriel-avantR  <> '' or  Courriel-apresR <> ''
               String Courriel-avantR
                 '@' delimited by space
                 Courriel-apresR delimited by space
                 Into CourrielR
           Else
               Move space to CourrielR
           End-if

           Display CourrielR at line 25 col 5 foreground-color is 3 Highlight.


           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateNaissanceTiersR  at line 17 col 25  required foreground-color is 3 Highlight
               Accept Mois of DateNaissanceTiersR  at line 17 col 28  required foreground-color is 3 Highlight
               Accept annee of DateNaissanceTiersR  at line 17 col 31  required foreground-color is 3 Highlight

               Move annee of DateNaissanceTiersR to DateNaissTestAnnee
               Move Mois of DateNaissanceTiersR to DateNaissTestMois
               Move jour of DateNaissanceTiersR to DateNaissTestJour
               Perform ValideDateNaissance

               if DateNaissTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date de naissance non valide" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               End-if
           End-perform.

            String annee of DateNaissanceTiersR '-'
             Mois of DateNaissanceTiersR  '-'
             jour of DateNaissanceTiersR  into DateNaissanceR.

           move 0 to DonneesValides
           Move space to ChoixInsertionRepresentant
            Perform until DonneesValides= 1
                   Accept ChoixInsertionRepresentant at line 20 col 75 foreground-color is 3 Highlight

                       Evaluate ChoixInsertionRepresentant

                        when = 'A' or = 'a' *> pas de representant legal -> souscription annulee
                               Move 'A' to ChoixInsertionRepresentant
                               Move 'A' to  ChoixInsertion
                               Move 'A' to ChoixEcrSimulation

                               move 1 to DonneesValides

                        When = 'V' or = 'v'*> on valide le representant legal saisi
                                Move 'O' to W-RepresentantSaisi
                                Move 'V' to  ChoixInsertion
                                move 1 to DonneesValides
                        When other *> on reste sur l'option tant que une bonne choix est faite
                                move " Saisie non valide : A ou V " to LaInfoAide
                                display InfoAide
                                Accept ChoixInsertionRepresentant at line 20 col 75 foreground-color is 3 Highlight
                                Display REsetInfoAide
                       end-evaluate
               end-perform.

       GestionRepresentantLegal-fin.
           continue.

      *-----------------------------------------------------------------------------------------------
      *  Saisie du co-souscripteur d'une souscription conjointe - meme sequence d'ecran et
      *  memes controles que GestionRepresentantLegal (RIB + cle, IBAN derive, courriel,
      *  date de naissance) ; l'annulation ici annule seulement la co-souscription, pas la
      *  souscription elle-meme
      *-----------------------------------------------------------------------------------------------
       GestionTiersCoSouscr.
           perform GestionTiersCoSouscr-init
           perform GestionTiersCoSouscr-Trt until ChoixInsertionCoSouscr = 'A' or = 'a' or = 'V' or = 'v'
           perform GestionTiersCoSouscr-fin.

       GestionTiersCoSouscr-init.
           Move space to ChoixInsertionCoSouscr
           move 0 to DateNaissanceTiersCS.

       GestionTiersCoSouscr-Trt.
      *    Meme masque de capture pour deux usages : co-souscription
      *    ('C') et nouveau titulaire d'une donation ('D', cf
      *    TransfertPropriete) - seuls le titre et le bandeau changent
           If EcranCaptureTiersCS = 'D'
               Display EcranGestionDonataire
           else
               Display EcranGestionCoSouscr
           end-if.
           Display '@' at line 15 col 65 foreground-color is 3 Highlight.
           Display '/  /' at line 17 col 27 foreground-color is 3 Highlight.

      **************************
           accept IntituleCS at line  7 col 10 required foreground-color is 3 Highlight .
           accept nomCS  at line  7 col 23 required foreground-color is 3 Highlight .
           Move nomCS to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:20) to nomCS
           accept prenomCS  at line 7 col 55 required foreground-color is 3 Highlight.
           Move prenomCS to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:25) to prenomCS


           accept NoRueCS at line 9 col 8 required foreground-color is 3 Highlight.
           accept RueCS at line  9 col 22 required foreground-color is 3 Highlight.
           Move RueCS to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:30) to RueCS

           accept CodePostalCS at line  11 col 8 required foreground-color is 3 Highlight.
           accept VilleCS at line  11 col 25 required foreground-color is 3 Highlight.
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept PaysCS  at line  11 col 59 required foreground-color is 3 Highlight
               Move PaysCS to PaysSaisi
               Perform ControlePaysAdresse
               Move PaysSaisi to PaysCS
           end-perform
           Display PaysCS at line 11 col 59 foreground-color is 3 Highlight
           If RetourPS = 0 and CodeIso2PS = 'FR'
               Move CodePostalCS to CodePostalSaisi
               Move VilleCS to VilleSaisie
               Perform ControleAdresseFrance
               Move CodePostalSaisi to CodePostalCS
               Move VilleSaisie to VilleCS
           end-if.


           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept CodeBanqueTCS at line  13 col 12 auto required background-color is 5 Foreground-color is 3 Highlight
               Move CodeBanqueTCS to CodeBanque
      *        Le code banque doit exister ET etre un etablissement
      *        ouvert du referentiel officiel (cf ImportEtablissements)
               Move 'O' to EtatBanqueB
               EXEC SQL
                   SELECT NomBanque, COALESCE(Etat, 'O')
                   INTO :NomBanque, :EtatBanqueB
                   FROM Banque
                   WHERE CodeBanque = :CodeBanque
               END-EXEC
               evaluate true
                   when SQLCODE = 0 and EtatBanqueB not = 'F'
                       move 1 to DonneesValides
                   when SQLCODE = 0
                       move " Etablissement ferme au fichier officiel - code refuse " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   when SQLCODE = 100
                       move " Banque inconnue - voir Gestion des Banques " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   when other
                       move 1 to DonneesValides
               end-evaluate
           end-perform.
           accept CodeguichetCS at line  13 col 18 auto required background-color is 5 foreground-color is 3 Highlight.
           accept RacineCompteCS  at line  13 col 24 auto required background-color is 5 foreground-color is 3 Highlight.
           accept TypeCompteCS  at line  13 col 34 auto required background-color is 5 foreground-color is 3 Highlight .

           Compute RibSomme = 89 * CodeBanqueTCS
               + 15 * CodeguichetCS
               + 3 * RacineCompteCS
           Divide RibSomme by 97 giving RibQuotient remainder RibReste
           Compute CleRibCalculee = 97 - RibReste

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept CleRibCS  at line  13 col 37 auto required background-color is 5 foreground-color is 3 Highlight
               If CleRibCS = CleRibCalculee
                   move 1 to DonneesValides
               else
                   move " Cle RIB invalide - verifiez banque/guichet/compte " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform.

      *    IBAN derive automatiquement du RIB valide, BIC saisi - meme
      *    principe que GestionTiers-trt (cf CalculIbanDepuisRib)
           Move CodeBanqueTCS to BbanBanque
           Move CodeguichetCS to BbanGuichet
           Move RacineCompteCS to BbanRacine
           Move TypeCompteCS to BbanType
           Move CleRibCS to BbanCle
           Perform CalculIbanDepuisRib
           Move IbanCalcule to IbanCS
           Display IbanCS at line 14 col 9 foreground-color is 3 Highlight
           accept BicCS at line 14 col 52 foreground-color is 3 Highlight
           Move Function Upper-case(BicCS) to BicCS

           accept TelephoneCS at line  15 col 19 foreground-color is 3 Highlight.

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept Courriel-avantCS at line 15 col 48 foreground-color is 3 Highlight
               accept Courriel-apresCS at line 15 col 66 foreground-color is 3 Highlight

               Move Courriel-avantCS to RSp-Source
               Call 'RemoveSpaces' using RSp-Source, RSp-Target
               Move RSp-Target(1:17) to Courriel-avantCS
               Move Courriel-apresCS to RSp-Source
               Call 'RemoveSpaces' using RSp-Source, RSp-Target
               Move RSp-Target(1:15) to Courriel-apresCS

               If Courriel-avantCS = spaces and Courriel-apresCS = spaces
                   move 1 to DonneesValides
               Else
                   Move 0 to NbPointsDomaine
                   Inspect Courriel-apresCS tallying NbPointsDomaine for all '.'
                   If Courriel-avantCS <> spaces and Courriel-apresCS <> spaces
                                       and NbPointsDomaine > 0
                       move 1 to DonneesValides
                   Else
                       move " Adresse de courriel invalide - ex: nom@domaine.fr " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   End-if
               End-if
           end-perform.

           if Courriel-avantCS  <> '' or  Courriel-apresCS <> ''
               String Courriel-avantCS
                 '@' delimited by space
                 Courriel-apresCS delimited by space
                 Into CourrielCS
           Else
               Move space to CourrielCS
           End-if

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateNaissanceTiersCS  at line 17 col 25  required foreground-color is 3 Highlight
               Accept Mois of DateNaissanceTiersCS  at line 17 col 28  required foreground-color is 3 Highlight
               Accept annee of DateNaissanceTiersCS  at line 17 col 31  required foreground-color is 3 Highlight

               Move annee of DateNaissanceTiersCS to DateNaissTestAnnee
               Move Mois of DateNaissanceTiersCS to DateNaissTestMois
               Move jour of DateNaissanceTiersCS to DateNaissTestJour
               Perform ValideDateNaissance

               if DateNaissTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date de naissance non valide" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               End-if
           End-perform.

            String annee of DateNaissanceTiersCS '-'
             Mois of DateNaissanceTiersCS  '-'
             jour of DateNaissanceTiersCS  into DateNaissanceCS.

           move 0 to DonneesValides
           Move space to ChoixInsertionCoSouscr
            Perform until DonneesValides= 1
                   Accept ChoixInsertionCoSouscr at line 20 col 75 foreground-color is 3 Highlight

                       Evaluate ChoixInsertionCoSouscr

                        when = 'A' or = 'a' *> co-souscription abandonnee, la souscription simple continue
                               Move 'A' to ChoixInsertionCoSouscr
                               Move 'N' to W-CoSouscrSaisi
                               move 1 to DonneesValides

                        When = 'V' or = 'v'*> on valide le co-souscripteur saisi
                                Move 'O' to W-CoSouscrSaisi
                                move 1 to DonneesValides
                        When other *> on reste sur l'option tant que une bonne choix est faite
                                move " Saisie non valide : A ou V " to LaInfoAide
                                display InfoAide
                                Accept ChoixInsertionCoSouscr at line 20 col 75 foreground-color is 3 Highlight
                                Display REsetInfoAide
                       end-evaluate
               end-perform.

       GestionTiersCoSouscr-fin.
           continue.

      *-----------------------------------------------------------------------------------------------
      *  Rapport des echeances prochaines : contrats actifs (EtatProduit = 1) dont la duree minimale
      *  souscrite (DateEffet + DureeContrat) arrive a son terme dans le trimestre courant, pour
      *  permettre une relance client (renouvellement ou rachat) avant l'echeance. S'appuie sur les
      *  fonctionnalites deja en place : EtatProduit (018), ValeurCourante/interet mensuel (012/014)
      *  et DureeContratPC, seme au fil des simulations/souscriptions depuis testValSimulation.
      *-----------------------------------------------------------------------------------------------
       EcheanceProchaine.
           perform EcheanceProchaine-init.
           perform EcheanceProchaine-trt until ChoixEcheanceProchaine = '0'.
           perform EcheanceProchaine-fin.

       EcheanceProchaine-init.
           Move spaces to ChoixEcheanceProchaine

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       EcheanceProchaine-trt.
           display M-EcheanceProchaine

           ACCEPT DateSystemeEcheance from date YYYYMMDD
           Compute NumMoisActuelEcheance = Annee of DateSystemeEcheance * 12 + Mois of DateSystemeEcheance

           EXEC SQL
               OPEN ProduitsClient-Curseur-Echeance
           END-EXEC.

           Move 0 to EcheanceProchaineEOF
           Move 9 to LigneDetailsEcheance

           perform until EcheanceProchaineEOF = 1
               EXEC SQL
                   FETCH ProduitsClient-Curseur-Echeance
                       INTO :CodeProduitPC, :NoContratPC, :TiersSouscrPC, :DateEffetPC,
                        :DureeContratPC, :Nom of TiersSouscrBenef, :Prenom of TiersSouscrBenef,
                        :DateAnterioritePC
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to EcheanceProchaineEOF
               else
                   unstring DateEffetPC delimited by '-' into
                       Annee of DateEffetContratEpargne
                       mois of DateEffetContratEpargne
                       jour of DateEffetContratEpargne
                   end-unstring

      *            Contrat recu par transfert entrant : terme depuis l'ouverture d'origine,
      *            sauf s'il etait deja passe a l'arrivee des fonds (ou depuis renouvele)
                   unstring DateAnterioritePC delimited by '-' into
                       Annee of DateAnterioriteContrat
                       mois of DateAnterioriteContrat
                       jour of DateAnterioriteContrat
                   end-unstring
                   Compute NumMoisEffetEcheance = Annee of DateEffetContratEpargne * 12
                       + Mois of DateEffetContratEpargne

                   Move Mois of DateAnterioriteContrat to Mois of DateEcheanceContrat
                   Move Jour of DateAnterioriteContrat to Jour of DateEcheanceContrat
                   Add DureeContratPC to Annee of DateAnterioriteContrat
                       giving Annee of DateEcheanceContrat
                   If Annee of DateEcheanceContrat * 12 + Mois of DateEcheanceContrat
                       <= NumMoisEffetEcheance
                       Move Mois of DateEffetContratEpargne to Mois of DateEcheanceContrat
                       Move Jour of DateEffetContratEpargne to Jour of DateEcheanceContrat
                       Add DureeContratPC to Annee of DateEffetContratEpargne
                           giving Annee of DateEcheanceContrat
                   end-if

                   Compute NumMoisEcheance = Annee of DateEcheanceContrat * 12
                       + Mois of DateEcheanceContrat

                   If NumMoisEcheance >= NumMoisActuelEcheance
                       and NumMoisEcheance <= NumMoisActuelEcheance + NbMoisAlerteEcheance
                       perform AfficheLigneEcheanceProchaine
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE ProduitsClient-Curseur-Echeance
           END-EXEC.

           move " Tapez [0] pour sortir, [2] pour rafraichir" to LaInfoAide
           display InfoAide
           accept ChoixEcheanceProchaine at line 24 col 75 foreground-color is 2 highlight
           Display REsetInfoAide

           evaluate ChoixEcheanceProchaine
               When '2'
                   continue
               When '0'
                   continue
               When other
                   Move '0' to ChoixEcheanceProchaine
           end-evaluate.

       EcheanceProchaine-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 17 - Controle des passages batch : consultation de la table ControleBatch
      *  (alimentee au lancement et au bilan de chaque job - CalculInteretMensuel,
      *  EcheancesProgrammees) pour savoir quel job a tourne pour quelle periode, quand,
      *  et avec quel etat - une ligne restee 'En cours' signale un passage interrompu
      *-----------------------------------------------------------------------------------------------
       ConsultationControleBatch.
           perform ConsultationControleBatch-init.
           perform ConsultationControleBatch-trt until ChoixControleBatch = '0'.
           perform ConsultationControleBatch-fin.

       ConsultationControleBatch-init.
           Move spaces to ChoixControleBatch

           Call 'ConnectSQL' using cnxDb

               continue
           end-if.

       ConsultationControleBatch-trt.
           display M-ControleBatch

           EXEC SQL
               OPEN ControleBatch-Curseur
           END-EXEC.

           Move 0 to ControleBatchEOF
           Move 7 to LigneDetailsControle

           perform until ControleBatchEOF = 1
               EXEC SQL
                   FETCH ControleBatch-Curseur
                       INTO :NomJobCB, :PeriodeJobCB, :DateDebutCB, :DateFinCB,
                        :NbTraitesCB, :EtatJobCB
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to ControleBatchEOF
               else
                   Move NbTraitesCB to NbTraitesCBDisplay
                   Evaluate EtatJobCB
                       When 'T'
                           Move "Termine" to EtatJobCBDisplay
                       When 'E'
                           Move "En cours" to EtatJobCBDisplay
                       When 'A'
                           Move "Extourne" to EtatJobCBDisplay
                       When other
                           Move EtatJobCB to EtatJobCBDisplay
                   end-evaluate

                   Display NomJobCB(1:21) at line LigneDetailsControle Col 2 foreground-color is 3 highlight
                   Display PeriodeJobCB at line LigneDetailsControle Col 24 foreground-color is 3 highlight
                   Display DateDebutCB at line LigneDetailsControle Col 32 foreground-color is 3 highlight
                   Display DateFinCB(12:8) at line LigneDetailsControle Col 53 foreground-color is 3 highlight
                   Display NbTraitesCBDisplay at line LigneDetailsControle Col 62 foreground-color is 3 highlight
                   Display EtatJobCBDisplay at line LigneDetailsControle Col 69 foreground-color is 3 highlight

                   Add 1 to LigneDetailsControle
                   If LigneDetailsControle > 20
                       Move 7 to LigneDetailsControle
                       move "Pressez entree pour afficher la suite >>" to LaInfoAide
                       Display InfoAide
                       Accept PaginationOk at line 25 col 74 foreground-color is 3 Highlight
                       Display REsetInfoAide
                       display M-ResetEcran
                       display M-ControleBatch
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE ControleBatch-Curseur
           END-EXEC.

           move " Tapez [0] pour sortir, [2] pour rafraichir" to LaInfoAide
           display InfoAide
           accept ChoixControleBatch at line 24 col 75 foreground-color is 2 highlight
           Display REsetInfoAide

           evaluate ChoixControleBatch
               When '2'
                   continue
               When '0'
                   continue
               When other
                   Move '0' to ChoixControleBatch
           end-evaluate.

       ConsultationControleBatch-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 18 - Suivi des ordres de paiement : liste du cycle de vie des ordres
      *  (OrdresPaiement, poses 'E' par EcritOrdreVirement et par le batch des echeances
      *  programmees), extraction des ordres non transmis vers le fichier bancaire date
      *  ([T]), et reglement [R] ou rejet [J] manuel d'un ordre au retour banque
      *-----------------------------------------------------------------------------------------------
       SuiviOrdresPaiement.
           perform SuiviOrdresPaiement-init.
           perform SuiviOrdresPaiement-trt until ChoixSuiviOrdres = '0'.
           perform SuiviOrdresPaiement-fin.

       SuiviOrdresPaiement-init.
           Move spaces to ChoixSuiviOrdres

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       SuiviOrdresPaiement-trt.
           display M-OrdresPaiement

           EXEC SQL
               OPEN OrdresPaiement-Curseur
           END-EXEC.

           Move 0 to OrdresPaiementEOF
           Move 7 to LigneDetailsOrdres

           perform until OrdresPaiementEOF = 1
               EXEC SQL
                   FETCH OrdresPaiement-Curseur
                       INTO :NoOrdreOP, :CodeProduitOP, :NoContratOP, :IdTiersOP,
                        :SensOrdreOP, :MontantOrdreOP, :DateEmissionOP,
                        :StatutOrdreOP, :DateStatutOP
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to OrdresPaiementEOF
               else
                   Move NoOrdreOP to NoOrdreOPDisplay
                   Move IdTiersOP to IdTiersOPDisplay
                   Move MontantOrdreOP to MontantOrdreOPDisplay

                   Evaluate SensOrdreOP
                       When 'V'
                           Move "Virement" to SensOrdreOPDisplay
                       When 'P'
                           Move "Prelevement" to SensOrdreOPDisplay
                       When other
                           Move SensOrdreOP to SensOrdreOPDisplay
                   end-evaluate

                   Evaluate StatutOrdreOP
                       When 'E'
                           Move "Emis" to StatutOrdreOPDisplay
                       When 'T'
                           Move "Transmis" to StatutOrdreOPDisplay
                       When 'R'
                           Move "Regle" to StatutOrdreOPDisplay
                       When 'J'
                           Move "Rejete" to StatutOrdreOPDisplay
                       When 'S'
                           Move "Suspendu" to StatutOrdreOPDisplay
                       When 'H'
                           Move "Retenu" to StatutOrdreOPDisplay
                       When 'A'
                           Move "Annule" to StatutOrdreOPDisplay
                       When other
                           Move StatutOrdreOP to StatutOrdreOPDisplay
                   end-evaluate

                   Display NoOrdreOPDisplay at line LigneDetailsOrdres Col 2 foreground-color is 3 highlight
                   Display CodeProduitOP at line LigneDetailsOrdres Col 12 foreground-color is 3 highlight
                   Display NoContratOP at line LigneDetailsOrdres Col 18 foreground-color is 3 highlight
                   Display IdTiersOPDisplay at line LigneDetailsOrdres Col 27 foreground-color is 3 highlight
                   Display SensOrdreOPDisplay at line LigneDetailsOrdres Col 38 foreground-color is 3 highlight
                   Display MontantOrdreOPDisplay at line LigneDetailsOrdres Col 50 foreground-color is 3 highlight
                   Display DateEmissionOP at line LigneDetailsOrdres Col 64 foreground-color is 3 highlight
                   Display StatutOrdreOPDisplay at line LigneDetailsOrdres Col 72 foreground-color is 3 highlight

                   Add 1 to LigneDetailsOrdres
                   If LigneDetailsOrdres > 20
                       Move 7 to LigneDetailsOrdres
                       move "Pressez entree pour afficher la suite >>" to LaInfoAide
                       Display InfoAide
                       Accept PaginationOk at line 25 col 74 foreground-color is 3 Highlight
                       Display REsetInfoAide
                       display M-ResetEcran
                       display M-OrdresPaiement
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE OrdresPaiement-Curseur
           END-EXEC.

           move " [T] Transmettre [R] Regler [J] Rejeter [L] Liberer [A] Annuler [2] Raf. [0] Sortir" to LaInfoAide
           display InfoAide
           accept ChoixSuiviOrdres at line 24 col 75 foreground-color is 2 highlight
           Display REsetInfoAide
           Move Function Upper-case(ChoixSuiviOrdres) to ChoixSuiviOrdres

           evaluate ChoixSuiviOrdres
               When 'T'
                   Perform TransmetOrdresPaiement
                   Move spaces to ChoixSuiviOrdres
               When 'R'
                   Perform RegleOuRejetteOrdre
                   Move spaces to ChoixSuiviOrdres
               When 'J'
                   Perform RegleOuRejetteOrdre
                   Move spaces to ChoixSuiviOrdres
               When 'L'
                   Perform LibereOuAnnuleOrdre
                   Move spaces to ChoixSuiviOrdres
               When 'A'
                   Perform LibereOuAnnuleOrdre
                   Move spaces to ChoixSuiviOrdres
               When '2'
                   Move spaces to ChoixSuiviOrdres
               When '0'
                   continue
               When other
                   Move '0' to ChoixSuiviOrdres
           end-evaluate.

       SuiviOrdresPaiement-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  Extraction des ordres non transmis (StatutOrdre = 'E') vers le fichier bancaire du
      *  jour (un fichier par extraction, date dans le nom), avec entete et totaux de
      *  controle, puis passage des ordres extraits a 'T' - ne re-transmet jamais un ordre
      *  deja parti, c'est tout l'objet de ce suivi
      *-----------------------------------------------------------------------------------------------
       TransmetOrdresPaiement.
           Move DateTraitement to DateOperationContrat
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateStatutJour
           end-string

           Move spaces to NomFichierTransmission
           String "C:\fichiers-cobol\OrdresPaiement-"
               Annee of DateOperationContrat
               Mois of DateOperationContrat
               Jour of DateOperationContrat
               ".txt" into NomFichierTransmission
           end-string

      *    Le fichier du jour peut deja exister (extraction du matin puis de
      *    l'apres-midi) : on le complete en EXTEND au lieu de l'ecraser -
      *    les ordres deja passes 'T' mais pas encore releves par la banque
      *    resteraient sinon introuvables. L'entete n'est ecrite qu'a la
      *    creation, chaque extraction ajoutant son bloc et son TOTAL
           open input FichierTransmission
           evaluate FichierTransmissionStatus
               when "00"
                   close FichierTransmission
                   Move 1 to FichierJourDejaCree
                   open extend FichierTransmission
               when "35"
                   Move 0 to FichierJourDejaCree
                   open output FichierTransmission
               when other
      *            Statut inattendu en lecture : on ne recree surtout pas
      *            le fichier par-dessus - l'erreur est signalee plus bas
                   Move 0 to FichierJourDejaCree
           end-evaluate
           evaluate FichierTransmissionStatus
               when "00"
                   move 1 to FichierTransmissionOk
               when other
                   move 0 to FichierTransmissionOk
                   move " Erreur ouverture fichier de transmission - code " & FichierTransmissionStatus to LaInfoAide
                   display InfoAide
                   accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
           end-evaluate

           If FichierTransmissionOk = 1
               If FichierJourDejaCree = 0
                   String "ENTETE;ORDRES DE PAIEMENT;" DateStatutJour
                       into EnrLigneVirement
                   end-string
                   Move EnrLigneVirement to EnrFichierTransmission
                   write EnrFichierTransmission

                   move "NoOrdre;CodeProduit;NoContrat;IdTiers;Sens;Montant;DateEmission;Iban;Bic;Nom;Prenom;Libelle" to EnrFichierTransmission
                   write EnrFichierTransmission
               end-if

               Move 0 to NbOrdresTransmis
               Move 0 to TotalOrdresTransmis
               Move 0 to DernierNoOrdreTransmis
               Move 0 to NbOrdresSuspendus
               Move 0 to NbOrdresRetenus
               Perform ChargeDelaiRetenueIban

               EXEC SQL
                   OPEN OrdresATransmettre-Curseur
               END-EXEC

               Move 0 to OrdresPaiementEOF
               perform until OrdresPaiementEOF = 1
                   EXEC SQL
                       FETCH OrdresATransmettre-Curseur
                           INTO :NoOrdreOP, :CodeProduitOP, :NoContratOP, :IdTiersOP,
                            :SensOrdreOP, :MontantOrdreOP, :DateEmissionOP,
                            :IbanOP, :BicOP, :NomTiersOP, :PrenomTiersOP, :LibelleOP
                   END-EXEC

                   If SQLCODE = 100 OR SQLCODE = 101
                       Move 1 to OrdresPaiementEOF
                   else
      *                Anti-doublon : un jumeau plus ancien (meme
      *                contrat, sens, montant, date d'emission) encore
      *                en vie suspend cet ordre au lieu de le transmettre
                       Perform ControleOrdreDoublon
      *                Virement vers un IBAN change recemment : retenu
      *                jusqu'au contre-appel du client
                       Move 0 to OrdreRetenu
                       If OrdreDoublon = 0
                           Perform ControleIbanRecent
                       end-if
                       If OrdreDoublon = 1 or OrdreRetenu = 1
                           continue
                       else
                       Move NoOrdreOP to NoOrdreOPDisplay
                       Move IdTiersOP to IdTiersOPDisplay

                       String NoOrdreOPDisplay          delimited by size
                           ';' CodeProduitOP             delimited by size
                           ';' NoContratOP               delimited by size
                           ';' IdTiersOPDisplay          delimited by size
                           ';' SensOrdreOP               delimited by size
                           ';' MontantOrdreOP            delimited by size
                           ';' DateEmissionOP            delimited by size
                           ';' IbanOP                    delimited by size
                           ';' BicOP                     delimited by size
                           ';' NomTiersOP                delimited by size
                           ';' PrenomTiersOP             delimited by size
                           ';' LibelleOP                 delimited by size
                           into EnrLigneVirement
                       end-string
                       Move EnrLigneVirement to EnrFichierTransmission
                       write EnrFichierTransmission

                       Add 1 to NbOrdresTransmis
                       Add MontantOrdreOP to TotalOrdresTransmis
                       Move NoOrdreOP to DernierNoOrdreTransmis
                       end-if
                   end-if
               end-perform

               EXEC SQL
                   CLOSE OrdresATransmettre-Curseur
               END-EXEC

               Move NbOrdresTransmis to NbOrdresTransmisDisplay
               Move TotalOrdresTransmis to TotalOrdresTransmisDisplay
               String "TOTAL;" NbOrdresTransmisDisplay
                   ';' TotalOrdresTransmisDisplay
                   into EnrLigneVirement
               end-string
               Move EnrLigneVirement to EnrFichierTransmission
               write EnrFichierTransmission

      *        Le rapport de transmission compte aussi les suspendus
               Move NbOrdresSuspendus to NbOrdresTransmisDisplay
               String "SUSPENDUS;" NbOrdresTransmisDisplay
                   into EnrLigneVirement
               end-string
               Move EnrLigneVirement to EnrFichierTransmission
               write EnrFichierTransmission

               Move NbOrdresRetenus to NbOrdresTransmisDisplay
               String "RETENUS;" NbOrdresTransmisDisplay
                   into EnrLigneVirement
               end-string
               Move EnrLigneVirement to EnrFichierTransmission
               write EnrFichierTransmission

               close FichierTransmission

      *        Les ordres extraits passent 'T' - en un seul UPDATE, apres la
      *        fermeture du curseur, borne au dernier NoOrdre reellement ecrit
      *        dans le fichier : un ordre pose par une autre session pendant
      *        l'extraction reste 'E' et partira a la prochaine transmission
               If NbOrdresTransmis > 0
                   EXEC SQL
                       UPDATE OrdresPaiement
                       SET StatutOrdre = 'T',
                           DateStatut = :DateStatutJour
                       WHERE StatutOrdre = 'E'
                       AND NoOrdre <= :DernierNoOrdreTransmis
                   END-EXEC
               end-if

               move " Transmis : " & NbOrdresTransmis & ", suspendus (doublon) : " & NbOrdresSuspendus & ", retenus (IBAN) : " & NbOrdresRetenus to LaInfoComm
               display InfoComm
               accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Anti-doublon de transmission : l'ordre en cours (NoOrdreOP) a-t-il un jumeau PLUS
      *  ANCIEN (meme contrat, sens, montant, date d'emission) encore en vie (emis, transmis
      *  ou regle) ? Si oui il passe 'S' (suspendu) au lieu d'etre transmis - un superviseur
      *  tranche depuis le suivi : [L] liberer (il repart 'E') ou [A] annuler
      *-----------------------------------------------------------------------------------------------
       ControleOrdreDoublon.
           Move 0 to OrdreDoublon
           Move 0 to NbOrdresJumeaux

      *    Un ordre deja revu et libere par un superviseur ne repasse
      *    pas au controle : sa liberation serait sinon annulee a
      *    chaque transmission
           Move 0 to RevueDoublonOP
           EXEC SQL
               SELECT COALESCE(RevueDoublon, 0)
               INTO :RevueDoublonOP
               FROM OrdresPaiement
               WHERE NoOrdre = :NoOrdreOP
           END-EXEC
           If RevueDoublonOP = 1
               continue
           else

           EXEC SQL
               SELECT COUNT(*)
               INTO :NbOrdresJumeaux
               FROM OrdresPaiement
               WHERE (CodeProduit = :CodeProduitOP
               AND NoContrat = :NoContratOP
               AND SensOrdre = :SensOrdreOP
               AND MontantOrdre = :MontantOrdreOP
               AND DateEmission = :DateEmissionOP
               AND NoOrdre < :NoOrdreOP
               AND (StatutOrdre = 'E' OR StatutOrdre = 'T'
                OR StatutOrdre = 'R'))
           END-EXEC

           If NbOrdresJumeaux > 0
               Move 1 to OrdreDoublon
               Add 1 to NbOrdresSuspendus
               EXEC SQL
                   UPDATE OrdresPaiement
                   SET StatutOrdre = 'S',
                       DateStatut = :DateStatutJour
                   WHERE NoOrdre = :NoOrdreOP
               END-EXEC
           end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Delai de retenue des virements vers un IBAN change (ligne 'H' de SeuilsAML.csv, a
      *  defaut DelaiRetenueIbanDefaut) et premier jour de la fenetre : un changement d'IBAN
      *  ou de RIB date de ce jour ou apres retient le virement (cf ControleIbanRecent)
      *-----------------------------------------------------------------------------------------------
       ChargeDelaiRetenueIban.
           Move DelaiRetenueIbanDefaut to DelaiRetenueIban
           Move 'H' to TypeControleAML
           Move 0 to SeuilAMLTrouve
           Move 1 to IndexRechSeuilAML
           Perform RechercheSeuilAML-Trt
               until IndexRechSeuilAML > NbLigneSeuilAML or SeuilAMLTrouve = 1
           If SeuilAMLTrouve = 1
               Move FenetreJoursAML of ligneSeuilAML(IndexRechSeuilAML) to DelaiRetenueIban
           end-if

           Move Annee of DateTraitement to AnneeFenetre
           Move Mois of DateTraitement to MoisFenetre
           Compute JourFenetre = Jour of DateTraitement - DelaiRetenueIban

           Perform RetranchUnMoisFenetre until JourFenetre >= 1

           Move JourFenetre to JourFenetreAff
           Move MoisFenetre to MoisFenetreAff
           String AnneeFenetre '-' MoisFenetreAff '-' JourFenetreAff
               into DateDebutRetenue
           end-string.

      *-----------------------------------------------------------------------------------------------
      *  Retenue d'un virement vers un IBAN change recemment : le Tiers de l'ordre (NoOrdreOP)
      *  a-t-il eu son IBAN ou son RIB modifie depuis DateDebutRetenue (cf HistoriqueTiers) ?
      *  Si oui l'ordre passe 'H' (retenu) au lieu d'etre transmis, et la retenue est tracee
      *  dans RetenuesIban avec l'auteur du changement - le contre-appel se saisit par
      *  OrdresRetenus. Le scenario vise : IBAN detourne, puis rachat paye au nouveau compte
      *-----------------------------------------------------------------------------------------------
       ControleIbanRecent.
           Move 0 to OrdreRetenu

      *    Seuls les virements sortants sont concernes, et un ordre deja
      *    libere apres contre-appel ne repasse pas au controle
           Move 0 to RappelConfirmeOP
           If SensOrdreOP = 'V' and DelaiRetenueIban > 0
               EXEC SQL
                   SELECT COALESCE(RappelConfirme, 0)
                   INTO :RappelConfirmeOP
                   FROM OrdresPaiement
                   WHERE NoOrdre = :NoOrdreOP
               END-EXEC
               If RappelConfirmeOP = 0
                   Perform ChercheChangementIban
               end-if
           end-if.

       ChercheChangementIban.
           Move spaces to DateChangementRI
           Move spaces to OperateurChangementRI
           EXEC SQL
               SELECT DateModif, Operateur
               INTO :DateChangementRI, :OperateurChangementRI
               FROM HistoriqueTiers
               WHERE (IdTiers = :IdTiersOP
               AND NoModif =
                (SELECT MAX(NoModif) FROM HistoriqueTiers
                 WHERE (IdTiers = :IdTiersOP
                 AND (Champ = 'Iban' OR Champ = 'Rib')
                 AND DateModif >= :DateDebutRetenue)))
           END-EXEC

           If SQLCODE = 0
               Move 1 to OrdreRetenu
               Add 1 to NbOrdresRetenus
               EXEC SQL
                   UPDATE OrdresPaiement
                   SET StatutOrdre = 'H',
                       DateStatut = :DateStatutJour
                   WHERE NoOrdre = :NoOrdreOP
               END-EXEC

               Move NoOrdreOP to NoOrdreRI
               Move IdTiersOP to IdTiersRI
               Move MontantOrdreOP to MontantRI
               Move IbanOP to IbanRI
               Move DateStatutJour to DateRetenueRI
               Move 'R' to StatutRetenueRI
               Move spaces to DateDecisionRI
               Move spaces to OperateurDecisionRI
               Move spaces to CommentaireRI
               EXEC SQL
                   INSERT INTO RetenuesIban
                       (NoOrdre, IdTiers, Montant, Iban, DateRetenue,
                        DateChangement, OperateurChangement, StatutRetenue,
                        DateDecision, OperateurDecision, Commentaire)
                   VALUES
                       (:NoOrdreRI, :IdTiersRI, :MontantRI, :IbanRI,
                        :DateRetenueRI, :DateChangementRI,
                        :OperateurChangementRI, :StatutRetenueRI,
                        :DateDecisionRI, :OperateurDecisionRI,
                        :CommentaireRI)
               END-EXEC
               If SQLCODE <> 0
                   Display " Erreur : RetenuesIban " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Liberation ('E') ou annulation ('A') d'un ordre suspendu pour doublon, par un
      *  superviseur au vu du dossier - ChoixSuiviOrdres porte le sort demande
      *-----------------------------------------------------------------------------------------------
       LibereOuAnnuleOrdre.
           If ProfilOperateur not = 'S'
               move " Liberation/annulation d'un ordre suspendu : superviseur seulement " to LaInfoAide
               display InfoAide
               accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Move 0 to NoOrdreSaisi
               Display " NoOrdre suspendu a traiter :" at line 23 col 2 foreground-color is 3 highlight
               Accept NoOrdreSaisi at line 23 col 32 required foreground-color is 3 highlight

               Move NoOrdreSaisi to NoOrdreOP
               Move space to StatutOrdreOP
               EXEC SQL
                   SELECT StatutOrdre
                   INTO :StatutOrdreOP
                   FROM OrdresPaiement
                   WHERE NoOrdre = :NoOrdreOP
               END-EXEC

               evaluate true
                   when SQLCODE not = 0
                       move " Ordre inconnu " to LaInfoAide
                       display InfoAide
                       accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   when StatutOrdreOP not = 'S'
                       move " Cet ordre n'est pas suspendu " to LaInfoAide
                       display InfoAide
                       accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   when other
                       Move DateTraitement to DateOperationContrat
                       String Annee of DateOperationContrat '-'
                           Mois of DateOperationContrat '-'
                           Jour of DateOperationContrat
                           into DateStatutJour
                       end-string
                       If ChoixSuiviOrdres = 'L'
                           Move 'E' to StatutOrdreOP
                       else
                           Move 'A' to StatutOrdreOP
                       end-if
      *                La revue superviseur est marquee sur l'ordre :
      *                le controle de doublon ne se re-appliquera pas
      *                a la prochaine transmission
                       EXEC SQL
                           UPDATE OrdresPaiement
                           SET StatutOrdre = :StatutOrdreOP,
                               DateStatut = :DateStatutJour,
                               RevueDoublon = 1
                           WHERE NoOrdre = :NoOrdreOP
                       END-EXEC
                       If SQLCODE = 0
                           move " Ordre suspendu traite " to LaInfoComm
                           display InfoComm
                           accept FinInsertion at line 25 col 75
                           Display REsetInfoComm
                       end-if
               end-evaluate
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Reglement ('R') ou rejet ('J') manuel d'un ordre transmis, au vu du retour banque :
      *  saisie du NoOrdre, controle qu'il existe et qu'il est bien 'T', puis mise a jour -
      *  ChoixSuiviOrdres porte le sort demande ('R' ou 'J')
      *-----------------------------------------------------------------------------------------------
       RegleOuRejetteOrdre.
           Move 0 to NoOrdreSaisi
           Display " NoOrdre a traiter :" at line 23 col 2 foreground-color is 3 highlight
           Accept NoOrdreSaisi at line 23 col 23 foreground-color is 3 highlight
           Move NoOrdreSaisi to NoOrdreOP

           EXEC SQL
               SELECT StatutOrdre
               INTO :StatutOrdreOP
               FROM OrdresPaiement
               WHERE NoOrdre = :NoOrdreOP
           END-EXEC

           evaluate true
               when SQLCODE = 100
                   move " Ordre inconnu " to LaInfoAide
                   display InfoAide
                   accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when StatutOrdreOP not = 'T'
                   move " Seul un ordre transmis peut etre regle ou rejete " to LaInfoAide
                   display InfoAide
                   accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when other
                   Move DateTraitement to DateOperationContrat
                   String Annee of DateOperationContrat '-'
                       Mois of DateOperationContrat '-'
                       Jour of DateOperationContrat into DateStatutJour
                   end-string

                   Move ChoixSuiviOrdres to StatutOrdreOP
                   EXEC SQL
                       UPDATE OrdresPaiement
                       SET StatutOrdre = :StatutOrdreOP,
                           DateStatut = :DateStatutJour
                       WHERE NoOrdre = :NoOrdreOP
                   END-EXEC

                   move " Ordre mis a jour " to LaInfoComm
                   display InfoComm
                   accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  MENU 56 - Virements retenus pour changement d'IBAN recent (cf ControleIbanRecent) :
      *  liste des retenues en cours, puis [C] contre-appel du client confirme - l'ordre
      *  repart 'E' et partira a la prochaine transmission - ou [A] annulation de l'ordre
      *  (superviseur). La decision revient a un autre operateur que l'auteur du changement
      *  d'IBAN, avec le commentaire de l'appel (numero appele, interlocuteur)
      *-----------------------------------------------------------------------------------------------
       OrdresRetenus.
           perform OrdresRetenus-init.
           perform OrdresRetenus-trt until ChoixOrdresRetenus = '0'.
           perform OrdresRetenus-fin.

       OrdresRetenus-init.
           Move spaces to ChoixOrdresRetenus

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       OrdresRetenus-trt.
           display M-OrdresRetenus

           EXEC SQL
               OPEN OrdresRetenus-Curseur
           END-EXEC.

           Move 0 to OrdresRetenusEOF
           Move 7 to LigneDetailsRetenus
           Perform OrdresRetenus-Ligne until OrdresRetenusEOF = 1

           EXEC SQL
               CLOSE OrdresRetenus-Curseur
           END-EXEC.

           move " [C] Contre-appel confirme [A] Annuler l'ordre [2] Raf. [0] Sortir" to LaInfoAide
           display InfoAide
           accept ChoixOrdresRetenus at line 24 col 75 foreground-color is 2 highlight
           Display REsetInfoAide
           Move Function Upper-case(ChoixOrdresRetenus) to ChoixOrdresRetenus

           evaluate ChoixOrdresRetenus
               When 'C'
                   Perform DecideOrdreRetenu
                   Move spaces to ChoixOrdresRetenus
               When 'A'
                   Perform DecideOrdreRetenu
                   Move spaces to ChoixOrdresRetenus
               When '2'
                   Move spaces to ChoixOrdresRetenus
               When '0'
                   continue
               When other
                   Move '0' to ChoixOrdresRetenus
           end-evaluate.

       OrdresRetenus-Ligne.
           EXEC SQL
               FETCH OrdresRetenus-Curseur
                   INTO :NoOrdreRI, :CodeProduitOP, :NoContratOP, :IdTiersRI,
                    :MontantRI, :DateRetenueRI, :OperateurChangementRI,
                    :DateChangementRI
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to OrdresRetenusEOF
           else
               Move NoOrdreRI to NoOrdreOPDisplay
               Move IdTiersRI to IdTiersOPDisplay
               Move MontantRI to MontantOrdreOPDisplay
               Move DateChangementRI to DateChangementDisplay

               Display NoOrdreOPDisplay at line LigneDetailsRetenus Col 2 foreground-color is 3 highlight
               Display CodeProduitOP at line LigneDetailsRetenus Col 12 foreground-color is 3 highlight
               Display NoContratOP at line LigneDetailsRetenus Col 18 foreground-color is 3 highlight
               Display IdTiersOPDisplay at line LigneDetailsRetenus Col 27 foreground-color is 3 highlight
               Display MontantOrdreOPDisplay at line LigneDetailsRetenus Col 37 foreground-color is 3 highlight
               Display DateRetenueRI at line LigneDetailsRetenus Col 51 foreground-color is 3 highlight
               Display OperateurChangementRI at line LigneDetailsRetenus Col 62 foreground-color is 3 highlight
               Display DateChangementDisplay at line LigneDetailsRetenus Col 71 foreground-color is 3 highlight

               Add 1 to LigneDetailsRetenus
               If LigneDetailsRetenus > 20
                   Move 7 to LigneDetailsRetenus
                   move "Pressez entree pour afficher la suite >>" to LaInfoAide
                   Display InfoAide
                   Accept PaginationOk at line 25 col 74 foreground-color is 3 Highlight
                   Display REsetInfoAide
                   display M-ResetEcran
                   display M-OrdresRetenus
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Contre-appel ('C') ou annulation ('A') d'un ordre retenu - ChoixOrdresRetenus porte
      *  le sort demande. Quatre yeux : l'auteur du changement d'IBAN ne peut pas trancher
      *-----------------------------------------------------------------------------------------------
       DecideOrdreRetenu.
           Move 0 to NoOrdreSaisi
           Display " NoOrdre retenu a traiter :" at line 23 col 2 foreground-color is 3 highlight
           Accept NoOrdreSaisi at line 23 col 30 required foreground-color is 3 highlight

           Move NoOrdreSaisi to NoOrdreRI
           Move space to StatutRetenueRI
           Move spaces to OperateurChangementRI
           EXEC SQL
               SELECT StatutRetenue, OperateurChangement
               INTO :StatutRetenueRI, :OperateurChangementRI
               FROM RetenuesIban
               WHERE NoOrdre = :NoOrdreRI
           END-EXEC

           evaluate true
               when SQLCODE not = 0
                   move " Ordre absent des retenues IBAN " to LaInfoAide
                   display InfoAide
                   accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when StatutRetenueRI not = 'R'
                   move " Cette retenue est deja traitee " to LaInfoAide
                   display InfoAide
                   accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when OperateurChangementRI = CodeOperateur
                   move " IBAN change par vous : contre-appel par un autre operateur " to LaInfoAide
                   display InfoAide
                   accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when ChoixOrdresRetenus = 'A' and ProfilOperateur not = 'S'
                   move " Annulation d'un ordre retenu : superviseur seulement " to LaInfoAide
                   display InfoAide
                   accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when other
                   Move spaces to CommentaireRappelSaisi
                   Display " Commentaire de l'appel ..:" at line 23 col 2 foreground-color is 3 highlight
                   Accept CommentaireRappelSaisi at line 23 col 30 foreground-color is 3 highlight
                   If CommentaireRappelSaisi = spaces
                       move " Commentaire de l'appel obligatoire " to LaInfoAide
                       display InfoAide
                       accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   else
                       Perform DecideOrdreRetenu-Enregistre
                   end-if
           end-evaluate.

       DecideOrdreRetenu-Enregistre.
           Move DateTraitement to DateOperationContrat
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateStatutJour
           end-string

           If ChoixOrdresRetenus = 'C'
               Move 'L' to StatutRetenueRI
               Move 'E' to StatutOrdreOP
           else
               Move 'A' to StatutRetenueRI
               Move 'A' to StatutOrdreOP
           end-if
           Move DateStatutJour to DateDecisionRI
           Move CodeOperateur to OperateurDecisionRI
           Move CommentaireRappelSaisi to CommentaireRI

           EXEC SQL
               UPDATE RetenuesIban
               SET StatutRetenue = :StatutRetenueRI,
                   DateDecision = :DateDecisionRI,
                   OperateurDecision = :OperateurDecisionRI,
                   Commentaire = :CommentaireRI
               WHERE NoOrdre = :NoOrdreRI
           END-EXEC

      *    Le contre-appel est marque sur l'ordre : le controle de
      *    changement d'IBAN ne le retiendra plus a la transmission
           Move NoOrdreRI to NoOrdreOP
           EXEC SQL
               UPDATE OrdresPaiement
               SET StatutOrdre = :StatutOrdreOP,
                   DateStatut = :DateStatutJour,
                   RappelConfirme = 1
               WHERE (NoOrdre = :NoOrdreOP
               AND StatutOrdre = 'H')
           END-EXEC

           If SQLCODE = 0
               If ChoixOrdresRetenus = 'C'
                   move " Contre-appel enregistre : l'ordre partira a la prochaine transmission " to LaInfoComm
               else
                   move " Ordre retenu annule " to LaInfoComm
               end-if
               display InfoComm
               accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               Display " Erreur : OrdresPaiement " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           end-if.

       OrdresRetenus-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 19 - Maintenance d'un Tiers existant : recherche par IdTiers, affichage de la
      *  fiche, puis ressaisie complete avec les memes validations qu'a la capture
      *  (controle banque, cle RIB, derivation IBAN, format courriel, ValideDateNaissance,
      *  TrimSpaces/RemoveSpaces) - la modification est stampee du CodeOperateur
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers.
           perform MaintenanceTiers-init.
           perform MaintenanceTiers-trt until ChoixMaintTiers = 'A'.
           perform MaintenanceTiers-fin.

       MaintenanceTiers-init.
           Move space to ChoixMaintTiers
           Move DateTraitement to DateEffetContratEpargne

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       MaintenanceTiers-trt.
           Move spaces to TiersSouscrBenef
           Move 0 to TiersMaintTrouve
           display M-MaintenanceTiers

           Move 0 to IdTiersMaint
           accept IdTiersMaint at line 4 col 39 required foreground-color is 3 highlight

           If IdTiersMaint = 0
               Move 'A' to ChoixMaintTiers
           else
               EXEC SQL
                   SELECT IdTiers, CodeBanque, CodeGuichet, RacineCompte, TypeCompte, CleRib,
                    Intitule, Prenom, Nom, NoRue, Rue, CodePostal, Ville, Pays, Telephone,
                    Courriel, DateNaissance, COALESCE(Iban, ' '), COALESCE(Bic, ' ')
                   INTO :IdTiers, :CodeBanqueT, :CodeGuichet, :RacineCompte, :TypeCompte, :CleRib,
                    :Intitule, :Prenom, :Nom, :NoRue, :Rue, :CodePostal, :Ville, :Pays, :Telephone,
                    :Courriel, :DateNaissance, :IbanT, :BicT
                   FROM TiersSB
                   WHERE IdTiers = :IdTiersMaint
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   move " Aucun Tiers trouve pour cet IdTiers - tapez entree >>" to LaInfoAide
                   display InfoAide
                   accept OkNonTrouve at line 25 col 74 foreground-color is 3 Highlight
                   Display REsetInfoAide
               else
                   Move 1 to TiersMaintTrouve
                   Perform SauveImageAvantTiers

      *            Classe de risque KYC affichee en tete de fiche : le
      *            conseiller sait a qui il a affaire (cf
      *            ClassificationRisqueKYC)
                   Move space to ClasseRisqueT
                   EXEC SQL
                       SELECT COALESCE(ClasseRisque, ' ')
                       INTO :ClasseRisqueT
                       FROM TiersSB
                       WHERE IdTiers = :IdTiersMaint
                   END-EXEC
                   Display "Risque KYC :" at line 6 col 55 background-color is 14 foreground-color is 1
                   evaluate ClasseRisqueT
                       when 'F'
                           Display "FAIBLE" at line 6 col 68 foreground-color is 3 highlight
                       when 'E'
                           Display "ELEVE" at line 6 col 68 foreground-color is 2 highlight
                       when 'S'
                           Display "STANDARD" at line 6 col 68 foreground-color is 3 highlight
                       when other
                           Display "NON CLASSE" at line 6 col 68 foreground-color is 2 highlight
                   end-evaluate
               end-if
           end-if.

           If TiersMaintTrouve = 1
      *        Fiche du Tiers ou ses mandats de prelevement SEPA
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Display "[F][M]and[D]isp[R]es[C]ons F[O]yer:" at line 4 col 42 foreground-color is 2 highlight
                   Accept ChoixMandatMaint at line 4 col 78 required foreground-color is 3 highlight
                   Move Function Upper-case(ChoixMandatMaint) to ChoixMandatMaint
                   Evaluate ChoixMandatMaint
                       When 'F'
                           move 1 to DonneesValides
                           Perform MaintenanceTiers-Saisie
                       When 'M'
                           move 1 to DonneesValides
                           Perform MaintenanceTiers-Mandats
                       When 'D'
                           move 1 to DonneesValides
                           Perform MaintenanceTiers-Dispense
                       When 'R'
                           move 1 to DonneesValides
                           Perform MaintenanceTiers-Residence
                       When 'C'
                           move 1 to DonneesValides
                           Perform MaintenanceTiers-Consentements
                       When 'O'
                           move 1 to DonneesValides
                           Perform MaintenanceTiers-Foyer
                       When other
                           move " Saisie non valide : F, M, D, R, C ou O " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Ressaisie de la fiche du Tiers : fiche actuelle rappelee en tete, puis la meme
      *  sequence de saisie que GestionTiers-trt (memes positions d'ecran, memes controles)
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-Saisie.
           Display Nom of TiersSouscrBenef at line 6 col 19 foreground-color is 2 highlight
           Display Prenom of TiersSouscrBenef at line 6 col 40 foreground-color is 2 highlight
           Display Ville of TiersSouscrBenef at line 6 col 55 foreground-color is 2 highlight
           Display '/  /' at line 17 col 27 foreground-color is 3 Highlight

           accept Intitule at line  7 col 10 required foreground-color is 3 Highlight
           accept nom  at line  7 col 23 required foreground-color is 3 Highlight
           Move nom of TiersSouscrBenef to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:20) to nom of TiersSouscrBenef
           accept prenom  at line 7 col 55 required foreground-color is 3 Highlight
           Move prenom of TiersSouscrBenef to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:25) to prenom of TiersSouscrBenef

           accept NoRue at line 9 col 8 required foreground-color is 3 Highlight
           accept Rue at line  9 col 22 required foreground-color is 3 Highlight
           Move Rue of TiersSouscrBenef to RSp-Source
           Call 'TrimSpaces' using RSp-Source, RSp-Target
           Move RSp-Target(1:30) to Rue of TiersSouscrBenef

           accept CodePostal at line  11 col 8 required foreground-color is 3 Highlight
           accept Ville at line  11 col 25 required foreground-color is 3 Highlight
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept Pays  at line  11 col 59 required foreground-color is 3 Highlight
               Move Pays of TiersSouscrBenef to PaysSaisi
               Perform ControlePaysAdresse
               Move PaysSaisi to Pays of TiersSouscrBenef
           end-perform
           Display Pays of TiersSouscrBenef at line 11 col 59 foreground-color is 3 Highlight
           If RetourPS = 0 and CodeIso2PS = 'FR'
               Move CodePostal of TiersSouscrBenef to CodePostalSaisi
               Move Ville of TiersSouscrBenef to VilleSaisie
               Perform ControleAdresseFrance
               Move CodePostalSaisi to CodePostal of TiersSouscrBenef
               Move VilleSaisie to Ville of TiersSouscrBenef
           end-if

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept CodeBanqueT of TiersSouscrBenef at line  13 col 12 auto required background-color is 5 Foreground-color is 3 Highlight
               Move CodeBanqueT of TiersSouscrBenef to CodeBanque
      *        Le code banque doit exister ET etre un etablissement
      *        ouvert du referentiel officiel (cf ImportEtablissements)
               Move 'O' to EtatBanqueB
                       move 1 to DonneesValides
               end-evaluate
           end-perform.
           accept Codeguichet of TiersSouscrBenef at line  13 col 18 auto required background-color is 5 foreground-color is 3 Highlight.
           accept RacineCompte of TiersSouscrBenef at line  13 col 24 auto required background-color is 5 foreground-color is 3 Highlight.
           accept TypeCompte of TiersSouscrBenef at line  13 col 34 auto required background-color is 5 foreground-color is 3 Highlight .

           Compute RibSomme = 89 * CodeBanqueT of TiersSouscrBenef
               + 15 * Codeguichet of TiersSouscrBenef
               + 3 * RacineCompte of TiersSouscrBenef
           Divide RibSomme by 97 giving RibQuotient remainder RibReste
           Compute CleRibCalculee = 97 - RibReste

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept CleRib of TiersSouscrBenef at line  13 col 37 auto required background-color is 5 foreground-color is 3 Highlight
               If CleRib of TiersSouscrBenef = CleRibCalculee
                   move 1 to DonneesValides
               else
                   move " Cle RIB invalide - verifiez banque/guichet/compte " to LaInfoAide
               end-if
           end-perform.

           Move CodeBanqueT of TiersSouscrBenef to BbanBanque
           Move Codeguichet of TiersSouscrBenef to BbanGuichet
           Move RacineCompte of TiersSouscrBenef to BbanRacine
           Move TypeCompte of TiersSouscrBenef to BbanType
           Move CleRib of TiersSouscrBenef to BbanCle
           Perform CalculIbanDepuisRib
           Move IbanCalcule to IbanT of TiersSouscrBenef
           Display IbanT of TiersSouscrBenef at line 14 col 9 foreground-color is 3 Highlight
           accept BicT of TiersSouscrBenef at line 14 col 52 foreground-color is 3 Highlight
           Move Function Upper-case(BicT of TiersSouscrBenef) to BicT of TiersSouscrBenef

           accept Telephone at line  15 col 19 foreground-color is 3 Highlight.

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept Courriel-avant at line 15 col 48 foreground-color is 3 Highlight
               accept Courriel-apres at line 15 col 66 foreground-color is 3 Highlight

               Move Courriel-avant to RSp-Source
               Call 'RemoveSpaces' using RSp-Source, RSp-Target
               Move RSp-Target(1:17) to Courriel-avant
               Move Courriel-apres to RSp-Source
               Call 'RemoveSpaces' using RSp-Source, RSp-Target
               Move RSp-Target(1:15) to Courriel-apres

               If Courriel-avant = spaces and Courriel-apres = spaces
                   move 1 to DonneesValides
               Else
                   Move 0 to NbPointsDomaine
                   Inspect Courriel-apres tallying NbPointsDomaine for all '.'
                   If Courriel-avant <> spaces and Courriel-apres <> spaces
                                       and NbPointsDomaine > 0
                       move 1 to DonneesValides
                   Else
               End-if
           end-perform.

           if Courriel-avant  <> '' or  Courriel-apres <> ''
               String Courriel-avant
                 '@' delimited by space
                 Courriel-apres delimited by space
                 Into Courriel
           Else
               Move space to Courriel
           End-if

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateNaissanceTiers  at line 17 col 25  required foreground-color is 3 Highlight
               Accept Mois of DateNaissanceTiers  at line 17 col 28  required foreground-color is 3 Highlight
               Accept annee of DateNaissanceTiers  at line 17 col 31  required foreground-color is 3 Highlight

               Move annee of DateNaissanceTiers to DateNaissTestAnnee
               Move Mois of DateNaissanceTiers to DateNaissTestMois
               Move jour of DateNaissanceTiers to DateNaissTestJour
               Perform ValideDateNaissance

               If DateNaissTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date de naissance non valide" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform.

           String annee of DateNaissanceTiers '-'
            Mois of DateNaissanceTiers  '-'
            jour of DateNaissanceTiers  into DateNaissance of TiersSouscrBenef.

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept ChoixMaintTiers at line 20 col 75 foreground-color is 3 Highlight
               Move Function Upper-case(ChoixMaintTiers) to ChoixMaintTiers
               Evaluate ChoixMaintTiers
                   when 'A'
      *                Abandon : rien n'est modifie, on reviendra sur la saisie
      *                d'un IdTiers au prochain tour (sortie par IdTiers = 0)
                       Move space to ChoixMaintTiers
                       move 1 to DonneesValides
                   When 'V'
                       Perform MaintenanceTiers-Enregistre
                       Move space to ChoixMaintTiers
                       move 1 to DonneesValides
                   When other
                       move " Saisie non valide : A ou V " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           end-perform.

       MaintenanceTiers-Enregistre.
           Move CodeOperateur to OperateurT

           EXEC SQL
               UPDATE TiersSB
               SET Intitule = :Intitule,
                   Nom = :Nom,
                   Prenom = :Prenom,
                   NoRue = :NoRue,
                   Rue = :Rue,
                   CodePostal = :CodePostal,
                   Ville = :Ville,
                   Pays = :Pays,
                   CodeBanque = :CodeBanqueT,
                   CodeGuichet = :CodeGuichet,
                   RacineCompte = :RacineCompte,
                   TypeCompte = :TypeCompte,
                   CleRib = :CleRib,
                   Iban = :IbanT,
                   Bic = :BicT,
                   Telephone = :Telephone,
                   Courriel = :Courriel,
                   CourrielInvalide = 0,
                   NbRebonds = 0,
                   DateNaissance = :DateNaissance,
                   Operateur = :OperateurT
               WHERE IdTiers = :IdTiersMaint
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : TiersSB " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               move " Erreur : la fiche n'a pas ete modifiee " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
      *        Chaque champ change ecrit son avant/apres dans
      *        l'historique (operateur + horodatage)
               Perform EcritDifferencesTiers
               Perform MaintenanceTiers-AlertesSMS

               move " Fiche Tiers mise a jour : " & IdTiersMaint to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Mandats de prelevement SEPA du Tiers : liste des mandats en vigueur (contrat, RUM,
      *  signature, sequence, actif), puis amendement d'un mandat - nouvelle reference RUM
      *  (le mandat repart en sequence 'F', premiere presentation a venir), nouvelle date de
      *  signature, activation/desactivation. Un contrat a versements programmes laisse sans
      *  mandat actif sera signale par le rapport ControleMandats
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-Mandats.
           display M-ResetEcran
           Display "     Mandats de prelevement SEPA du Tiers     " at line 2 col 18 background-color is 14 foreground-color is 1
           Display " Produit Contrat   RUM                                  Signature  Seq Actif" at line 4 col 1
           Move 5 to LigneMandat

           EXEC SQL
               OPEN MandatsTiers-Curseur
           END-EXEC
           Move 0 to MandatsEOF
           Perform MaintenanceTiers-AfficheMandat until MandatsEOF = 1
           EXEC SQL
               CLOSE MandatsTiers-Curseur
           END-EXEC

           Display " Mandat a amender - Produit (espace pour sortir) :" at line 18 col 1 foreground-color is 2 highlight
           Move spaces to CodeProduitMD
           Accept CodeProduitMD at line 18 col 52 foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitMD) to CodeProduitMD

           If CodeProduitMD not = spaces
               Display " No de contrat :" at line 19 col 1 foreground-color is 2 highlight
               Move 0 to NoContratPCDisplay
               Accept NoContratPCDisplay at line 19 col 18 required foreground-color is 3 highlight
               Move NoContratPCDisplay to NoContratMD
               Move CodeProduitMD to CodeProduitCle
               Move NoContratMD to NoContratCle
               Move 19 to LigneCle
               Move 23 to ColonneCle
               Perform SaisieCleContrat
               Move NoContratCle to NoContratMD

               Move 0 to MandatMaintTrouve
               EXEC SQL
                   SELECT RefMandat, DateSignature, SequenceMandat, ActifMandat
                   INTO :RefMandatMD, :DateSignatureMD, :SequenceMandatMD, :ActifMandatMD
                   FROM MandatsPrelevement
                   WHERE (CodeProduit = :CodeProduitMD
                   AND NoContrat = :NoContratMD
                   AND IdTiers = :IdTiersMaint)
               END-EXEC

               Evaluate SQLCODE
                   when 0
                       Move 1 to MandatMaintTrouve
                       Perform MaintenanceTiers-AmendeMandat
                   when 100
      *                Pas encore de mandat sur ce contrat : la capture ici
      *                regularise un contrat anterieur aux mandats
                       Perform MaintenanceTiers-CreeMandat
                   when other
                       Display " Erreur : MandatsPrelevement " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               end-evaluate
           end-if.

       MaintenanceTiers-AfficheMandat.
           EXEC SQL
               FETCH MandatsTiers-Curseur
                   INTO :CodeProduitMD, :NoContratMD, :RefMandatMD,
                    :DateSignatureMD, :SequenceMandatMD,
                    :DatePreNotifMD, :ActifMandatMD
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to MandatsEOF
           else
               Display CodeProduitMD at line LigneMandat col 2 foreground-color is 3 highlight
               Display NoContratMD at line LigneMandat col 10 foreground-color is 3 highlight
               Display RefMandatMD at line LigneMandat col 20 foreground-color is 3 highlight
               Display DateSignatureMD at line LigneMandat col 56 foreground-color is 3 highlight
               Display SequenceMandatMD at line LigneMandat col 68 foreground-color is 3 highlight
               Display ActifMandatMD at line LigneMandat col 73 foreground-color is 3 highlight
               Add 1 to LigneMandat
               If LigneMandat > 16
                   Move 1 to MandatsEOF
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Amendement du mandat trouve : RUM (a blanc = conservee ; changee, la sequence repart
      *  en 'F'), date de signature, etat actif - operateur trace sur la fiche Tiers a part
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-AmendeMandat.
           Display " RUM actuelle : " at line 20 col 1 foreground-color is 2 highlight
           Display RefMandatMD at line 20 col 17 foreground-color is 2 highlight
           Display " Nouvelle RUM (a blanc = conservee) :" at line 21 col 1 foreground-color is 2 highlight
           Move spaces to RefMandatSaisie
           Accept RefMandatSaisie at line 21 col 39 foreground-color is 3 highlight

           If RefMandatSaisie not = spaces
               Move RefMandatSaisie to RefMandatMD
      *        Nouveau mandat signe : la premiere presentation est a venir
               Move 'F' to SequenceMandatMD
               Perform MaintenanceTiers-SaisieDateSignature
           end-if

           Display " Actif (1/0) :" at line 22 col 1 foreground-color is 2 highlight
           Accept ActifMandatSaisi at line 22 col 16 required foreground-color is 3 highlight
           Move ActifMandatSaisi to ActifMandatMD

           EXEC SQL
               UPDATE MandatsPrelevement
               SET RefMandat = :RefMandatMD,
                   DateSignature = :DateSignatureMD,
                   SequenceMandat = :SequenceMandatMD,
                   ActifMandat = :ActifMandatMD
               WHERE (CodeProduit = :CodeProduitMD
               AND NoContrat = :NoContratMD
               AND IdTiers = :IdTiersMaint)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : MandatsPrelevement " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           else
               move " Mandat mis a jour " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Capture d'un mandat sur un contrat qui n'en avait pas (stock anterieur aux mandats,
      *  ou mandat jamais signe) : RUM et date de signature obligatoires
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-CreeMandat.
           Display " Aucun mandat sur ce contrat - capture :" at line 20 col 1 foreground-color is 2 highlight
           Display " RUM :" at line 21 col 1 foreground-color is 2 highlight
           Move spaces to RefMandatSaisie
           Accept RefMandatSaisie at line 21 col 8 required foreground-color is 3 highlight
           Move RefMandatSaisie to RefMandatMD
           Move 'F' to SequenceMandatMD
           Perform MaintenanceTiers-SaisieDateSignature

           Move IdTiersMaint to IdTiersMD
           Move spaces to DatePreNotifMD
           Move 1 to ActifMandatMD

           exec sql
               INSERT INTO MandatsPrelevement
                   (CodeProduit, NoContrat, IdTiers, RefMandat,
                    DateSignature, SequenceMandat, DatePreNotif,
                    ActifMandat)
               VALUES
                   (:CodeProduitMD, :NoContratMD, :IdTiersMD,
                    :RefMandatMD, :DateSignatureMD, :SequenceMandatMD,
                    :DatePreNotifMD, :ActifMandatMD)
           end-exec
           If SQLCODE <> 0
               Display " Erreur : MandatsPrelevement " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           else
               move " Mandat enregistre " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Date de signature du mandat : saisie jj/mm/aaaa, verifiee plausible et non future
      *  (meme controle ValideDateEffet que les autres dates saisies)
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-SaisieDateSignature.
           Display " Date de signature (jj mm aaaa) :" at line 23 col 1 foreground-color is 2 highlight
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateSignatureMandat at line 23 col 35 required foreground-color is 3 Highlight
               Accept Mois of DateSignatureMandat at line 23 col 38 required foreground-color is 3 Highlight
               Accept annee of DateSignatureMandat at line 23 col 41 required foreground-color is 3 Highlight

               Move jour of DateSignatureMandat to DateEffetTestJour
               Move Mois of DateSignatureMandat to DateEffetTestMois
               Move annee of DateSignatureMandat to DateEffetTestAnnee
               Perform ValideDateEffet

               If DateEffetTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date de signature non valide " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           String annee of DateSignatureMandat '-'
               Mois of DateSignatureMandat '-'
               jour of DateSignatureMandat into DateSignatureMD
           end-string.

      *-----------------------------------------------------------------------------------------------
      *  Dispense de prelevement forfaitaire du Tiers (client sous le seuil de revenus) :
      *  attestation datee et annee de validite - tant qu'elle vaut pour l'annee en cours, la
      *  fiscalite de rachat (FiscRachat) est suspendue sur ses rachats (cf SaisieRachatLibre
      *  et EcheancesProgrammees) et l'IFU la declare a part (cf ExtraitFiscalIFU)
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-Dispense.
           Move 0 to DispenseSaisie
           Move 0 to AnneeDispSaisie
           EXEC SQL
               SELECT COALESCE(DispenseFisc, 0),
                COALESCE(DateAttestDisp, ' '), COALESCE(AnneeDisp, 0)
               INTO :DispenseFiscT, :DateAttestDispT, :AnneeDispT
               FROM TiersSB
               WHERE IdTiers = :IdTiersMaint
           END-EXEC

           Move spaces to AvantValeurTexte
           String DispenseFiscT ' ' DateAttestDispT ' ' AnneeDispT
               into AvantValeurTexte
           end-string

           Display " Dispense actuelle (1/0) :" at line 18 col 1 foreground-color is 2 highlight
           Display DispenseFiscT at line 18 col 28 foreground-color is 2 highlight
           Display " Attestation du :" at line 18 col 32 foreground-color is 2 highlight
           Display DateAttestDispT at line 18 col 49 foreground-color is 2 highlight
           Display " Annee :" at line 18 col 61 foreground-color is 2 highlight
           Display AnneeDispT at line 18 col 69 foreground-color is 2 highlight

           Display " Nouvelle dispense (1/0) :" at line 19 col 1 foreground-color is 2 highlight
           Accept DispenseSaisie at line 19 col 28 required foreground-color is 3 highlight

           If DispenseSaisie = 1
               Display " Date de l'attestation (jj mm aaaa) :" at line 20 col 1 foreground-color is 2 highlight
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Accept jour of DateAttestDispense at line 20 col 39 required foreground-color is 3 Highlight
                   Accept Mois of DateAttestDispense at line 20 col 42 required foreground-color is 3 Highlight
                   Accept annee of DateAttestDispense at line 20 col 45 required foreground-color is 3 Highlight

                   Move jour of DateAttestDispense to DateEffetTestJour
                   Move Mois of DateAttestDispense to DateEffetTestMois
                   Move annee of DateAttestDispense to DateEffetTestAnnee
                   Perform ValideDateEffet

                   If DateEffetTestOK = 'O'
                       move 1 to DonneesValides
                   else
                       move " Date d'attestation non valide " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   end-if
               end-perform
               String annee of DateAttestDispense '-'
                   Mois of DateAttestDispense '-'
                   jour of DateAttestDispense into DateAttestDispT
               end-string

               Display " Annee de validite :" at line 21 col 1 foreground-color is 2 highlight
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Accept AnneeDispSaisie at line 21 col 22 required foreground-color is 3 highlight
                   If AnneeDispSaisie >= Annee of DateTraitement
                    and AnneeDispSaisie <= Annee of DateTraitement + 1
                       move 1 to DonneesValides
                   else
                       move " Annee de validite non valide (annee en cours ou suivante) " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   end-if
               end-perform
               Move AnneeDispSaisie to AnneeDispT
               Move 1 to DispenseFiscT
           else
               Move 0 to DispenseFiscT
               Move spaces to DateAttestDispT
               Move 0 to AnneeDispT
           end-if

           Move CodeOperateur to OperateurT
           EXEC SQL
               UPDATE TiersSB
               SET DispenseFisc = :DispenseFiscT,
                   DateAttestDisp = :DateAttestDispT,
                   AnneeDisp = :AnneeDispT,
                   Operateur = :OperateurT
               WHERE IdTiers = :IdTiersMaint
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : TiersSB " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           else
               Move IdTiersMaint to IdTiersHT
               Move "Dispense" to ChampHT
               Move AvantValeurTexte to AncienneValeurHT
               Move spaces to NouvelleValeurHT
               String DispenseFiscT ' ' DateAttestDispT ' ' AnneeDispT
                   into NouvelleValeurHT
               end-string
               Perform ComparerEtHistoriser

               move " Dispense mise a jour " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Residence fiscale du Tiers en maintenance : rappel de l'existant puis ressaisie via
      *  la meme sequence que la souscription (cf SaisieResidenceFiscale)
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-Residence.
           Move spaces to PaysResidFiscT
           Move spaces to PaysResidFisc2T
           Move spaces to NifEtrangerT
           Move spaces to DateAutoCertT
           EXEC SQL
               SELECT COALESCE(PaysResidFisc, ' '),
                COALESCE(PaysResidFisc2, ' '),
                COALESCE(NifEtranger, ' '), COALESCE(DateAutoCert, ' ')
               INTO :PaysResidFiscT, :PaysResidFisc2T, :NifEtrangerT,
                :DateAutoCertT
               FROM TiersSB
               WHERE IdTiers = :IdTiersMaint
           END-EXEC

           Move spaces to AvantValeurTexte
           String PaysResidFiscT ' ' PaysResidFisc2T ' '
               NifEtrangerT(1:20) ' ' DateAutoCertT
               into AvantValeurTexte
           end-string

           Display " Residence actuelle :" at line 19 col 1 foreground-color is 2 highlight
           Display PaysResidFiscT at line 19 col 23 foreground-color is 2 highlight
           Display PaysResidFisc2T at line 19 col 27 foreground-color is 2 highlight
           Move 0 to DonneeRevelable
           Move 0 to RevelationDemandee
           Perform MaintenanceTiers-AfficheNif
           Display DateAutoCertT at line 19 col 53 foreground-color is 2 highlight
           Perform ProposeRevelation
           If RevelationDemandee = 1
               Perform MaintenanceTiers-AfficheNif
               Move 0 to RevelationDemandee
           end-if

           Perform SaisieResidenceFiscale

           Move CodeOperateur to OperateurT
           EXEC SQL
               UPDATE TiersSB
               SET PaysResidFisc = :PaysResidFiscT,
                   PaysResidFisc2 = :PaysResidFisc2T,
                   NifEtranger = :NifEtrangerT,
                   DateAutoCert = :DateAutoCertT,
                   Operateur = :OperateurT
               WHERE IdTiers = :IdTiersMaint
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : TiersSB " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           else
               Move IdTiersMaint to IdTiersHT
               Move "ResidenceFiscale" to ChampHT
               Move AvantValeurTexte to AncienneValeurHT
               Move spaces to NouvelleValeurHT
               String PaysResidFiscT ' ' PaysResidFisc2T ' '
                   NifEtrangerT(1:20) ' ' DateAutoCertT
                   into NouvelleValeurHT
               end-string
               Perform ComparerEtHistoriser

               move " Residence fiscale mise a jour " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Consentements commerciaux du Tiers en maintenance : rappel de l'existant puis
      *  ressaisie des trois reponses (origine 'M'), le refus de partage sortant le Tiers de
      *  l'extrait CRM des le lendemain
      *-----------------------------------------------------------------------------------------------
      *    NIF etranger actuel, masque selon le profil (cf MasqueChamp)
       MaintenanceTiers-AfficheNif.
           Move "NIF" to ChampMQ
           Move NifEtrangerT to ValeurMQ
           Move IdTiersMaint to IdTiersMQ
           Move "MaintenanceTiers" to OrigineMQ
           Perform MasqueChamp
           Display ValeurMasqueeMQ(1:20) at line 19 col 31 foreground-color is 2 highlight.

       MaintenanceTiers-Consentements.
           Move 0 to ConsentCourrielT
           Move 0 to ConsentCourrierT
           Move 0 to ConsentPartageT
           EXEC SQL
               SELECT COALESCE(ConsentCourriel, 0),
                COALESCE(ConsentCourrier, 0),
                COALESCE(ConsentPartage, 0),
                COALESCE(DateConsent, ' ')
               INTO :ConsentCourrielT, :ConsentCourrierT,
                :ConsentPartageT, :DateConsentT
               FROM TiersSB
               WHERE IdTiers = :IdTiersMaint
           END-EXEC

           Move spaces to AvantValeurTexte
           String ConsentCourrielT ' ' ConsentCourrierT ' '
               ConsentPartageT ' ' DateConsentT
               into AvantValeurTexte
           end-string

           Display " Actuels - courriel:" at line 21 col 1 foreground-color is 2 highlight
           Display ConsentCourrielT at line 21 col 21 foreground-color is 2 highlight
           Display "courrier:" at line 21 col 24 foreground-color is 2 highlight
           Display ConsentCourrierT at line 21 col 34 foreground-color is 2 highlight
           Display "partage:" at line 21 col 37 foreground-color is 2 highlight
           Display ConsentPartageT at line 21 col 46 foreground-color is 2 highlight
           Display "du:" at line 21 col 49 foreground-color is 2 highlight
           Display DateConsentT at line 21 col 53 foreground-color is 2 highlight

           Perform SaisieConsentements
           Move 'M' to OrigineConsentT

           Move CodeOperateur to OperateurT
           EXEC SQL
               UPDATE TiersSB
               SET ConsentCourriel = :ConsentCourrielT,
                   ConsentCourrier = :ConsentCourrierT,
                   ConsentPartage = :ConsentPartageT,
                   DateConsent = :DateConsentT,
                   OrigineConsent = :OrigineConsentT,
                   Operateur = :OperateurT
               WHERE IdTiers = :IdTiersMaint
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : TiersSB " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           else
               Move IdTiersMaint to IdTiersHT
               Move "Consentements" to ChampHT
               Move AvantValeurTexte to AncienneValeurHT
               Move spaces to NouvelleValeurHT
               String ConsentCourrielT ' ' ConsentCourrierT ' '
                   ConsentPartageT ' ' DateConsentT
                   into NouvelleValeurHT
               end-string
               Perform ComparerEtHistoriser

               move " Consentements mis a jour " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Foyer du Tiers : foyer non refuse auquel il appartient (propose par PropositionFoyers ou
      *  cree ici), membres avec leur role, puis ajout ou sortie d'un membre, confirmation d'une
      *  proposition ou refus du foyer. Sans foyer, le Tiers peut en creer un dont il est le chef.
      *  Seul un foyer confirme compte pour la synthese, le pli groupe de CampagneAvisAnnuel et
      *  l'abattement annuel des rachats (cf CalculAbattementRachat)
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-Foyer.
           display M-ResetEcran
           Display "     Foyer du Tiers     " at line 2 col 28 background-color is 14 foreground-color is 1
           Perform RechercheFoyerMaint

           If FoyerMaintTrouve = 0
               Display " Aucun foyer pour ce Tiers - creer un foyer (O/N) :" at line 4 col 1 foreground-color is 2 highlight
               Move space to ChoixFoyerMaint
               Accept ChoixFoyerMaint at line 4 col 53 required foreground-color is 3 highlight
               Move Function Upper-case(ChoixFoyerMaint) to ChoixFoyerMaint
               If ChoixFoyerMaint = 'O'
                   Perform MaintenanceTiers-CreeFoyer
                   Perform RechercheFoyerMaint
               end-if
           end-if

           If FoyerMaintTrouve = 1
               Perform MaintenanceTiers-AfficheFoyer
               Display " [A]jout [S]ortie membre [V]alider [R]efuser foyer (espace pour sortir) :" at line 18 col 1 foreground-color is 2 highlight
               Move space to ChoixFoyerMaint
               Accept ChoixFoyerMaint at line 18 col 75 foreground-color is 3 highlight
               Move Function Upper-case(ChoixFoyerMaint) to ChoixFoyerMaint
               Evaluate ChoixFoyerMaint
                   When 'A'
                       Perform MaintenanceTiers-AjoutMembre
                   When 'S'
                       Perform MaintenanceTiers-SortieMembre
                   When 'V'
                       Move 'A' to EtatFoyerFO
                       Perform MaintenanceTiers-EtatFoyer
                   When 'R'
                       Move 'R' to EtatFoyerFO
                       Perform MaintenanceTiers-EtatFoyer
                   When other
                       continue
               end-evaluate
           end-if.

       RechercheFoyerMaint.
           Move 0 to FoyerMaintTrouve
           Move 0 to NoFoyerMaint
           EXEC SQL
               SELECT F.NoFoyer, F.Libelle, F.EtatFoyer, MF.RoleFoyer
               INTO :NoFoyerFO, :LibelleFO, :EtatFoyerFO, :RoleFoyerMF
               FROM MembresFoyer MF, Foyers F
               WHERE (MF.IdTiers = :IdTiersMaint
               AND F.NoFoyer = MF.NoFoyer
               AND F.EtatFoyer <> 'R')
           END-EXEC
           If SQLCODE = 0
               Move 1 to FoyerMaintTrouve
               Move NoFoyerFO to NoFoyerMaint
           end-if.

       MaintenanceTiers-AfficheFoyer.
           If EtatFoyerFO = 'P'
               Move "PROPOSE" to LibelleEtatFoyer
           else
               Move "CONFIRME" to LibelleEtatFoyer
           end-if
           Display " Foyer No :" at line 4 col 1 foreground-color is 2 highlight
           Display NoFoyerMaint at line 4 col 13 foreground-color is 3 highlight
           Display LibelleFO at line 4 col 23 foreground-color is 3 highlight
           Display LibelleEtatFoyer at line 4 col 56 foreground-color is 2 highlight
           Display " IdTiers  Nom                  Prenom                    Naissance  Role" at line 6 col 1
           Move 7 to LigneMembreFoyer

           Move NoFoyerMaint to NoFoyerMF
           EXEC SQL
               OPEN MembresFoyer-Curseur
           END-EXEC
           Move 0 to MembresFoyerEOF
           Perform MaintenanceTiers-AfficheMembre until MembresFoyerEOF = 1
           EXEC SQL
               CLOSE MembresFoyer-Curseur
           END-EXEC.

       MaintenanceTiers-AfficheMembre.
           EXEC SQL
               FETCH MembresFoyer-Curseur
                   INTO :IdTiersMF, :Nom, :Prenom, :DateNaissance,
                    :RoleFoyerMF
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to MembresFoyerEOF
           else
               Evaluate RoleFoyerMF
                   When 'C'
                       Move "CHEF" to LibelleRoleFoyer
                   When 'J'
                       Move "CONJOINT" to LibelleRoleFoyer
                   When 'E'
                       Move "ENFANT" to LibelleRoleFoyer
                   When other
                       Move spaces to LibelleRoleFoyer
               end-evaluate
               Display IdTiersMF at line LigneMembreFoyer col 2 foreground-color is 3 highlight
               Display Nom of TiersSouscrBenef at line LigneMembreFoyer col 11 foreground-color is 3 highlight
               Display Prenom of TiersSouscrBenef at line LigneMembreFoyer col 32 foreground-color is 3 highlight
               Move "NAISS" to ChampMQ
               Move DateNaissance of TiersSouscrBenef to ValeurMQ
               Move IdTiersMF to IdTiersMQ
               Move "MaintenanceTiers" to OrigineMQ
               Perform MasqueChamp
               Display ValeurMasqueeMQ(1:10) at line LigneMembreFoyer col 58 foreground-color is 3 highlight
               Display LibelleRoleFoyer at line LigneMembreFoyer col 69 foreground-color is 3 highlight
               Add 1 to LigneMembreFoyer
               If LigneMembreFoyer > 16
                   Move 1 to MembresFoyerEOF
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Creation d'un foyer confirme d'office (saisie operateur) dont le Tiers en maintenance
      *  est le chef
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-CreeFoyer.
           Display " Libelle du foyer :" at line 6 col 1 foreground-color is 2 highlight
           Move spaces to LibelleFoyerSaisi
           Accept LibelleFoyerSaisi at line 6 col 21 required foreground-color is 3 highlight

           EXEC SQL
               SELECT MAX(NoFoyer)
               INTO :NoFoyerFO
               FROM Foyers
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoFoyerFO
           end-if
           Add 1 to NoFoyerFO

           Move LibelleFoyerSaisi to LibelleFO
           Move 'A' to EtatFoyerFO
           Move spaces to DateCreationFO
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateCreationFO
           end-string
           Move CodeOperateur to OperateurFO

           EXEC SQL
               INSERT INTO Foyers
                   (NoFoyer, Libelle, EtatFoyer, DateCreation, Operateur)
               VALUES
                   (:NoFoyerFO, :LibelleFO, :EtatFoyerFO,
                    :DateCreationFO, :OperateurFO)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : Foyers " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           else
               Move IdTiersMaint to IdTiersFoyerSaisi
               Move 'C' to RoleFoyerSaisi
               Perform InsertionMembreFoyer
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Ajout d'un membre : Tiers existant non fusionne, hors de tout autre foyer non refuse,
      *  un seul chef et un seul conjoint par foyer
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-AjoutMembre.
           Display " IdTiers du membre :" at line 19 col 1 foreground-color is 2 highlight
           Move 0 to IdTiersFoyerSaisi
           Accept IdTiersFoyerSaisi at line 19 col 22 required foreground-color is 3 highlight
           Display " Role (C chef / J conjoint / E enfant) :" at line 19 col 32 foreground-color is 2 highlight
           Move space to RoleFoyerSaisi
           Accept RoleFoyerSaisi at line 19 col 73 required foreground-color is 3 highlight
           Move Function Upper-case(RoleFoyerSaisi) to RoleFoyerSaisi

           Move 1 to MembreFoyerOk
           Move IdTiersFoyerSaisi to IdTiersMF
           Move NoFoyerMaint to NoFoyerMF

           If RoleFoyerSaisi not = 'C' and RoleFoyerSaisi not = 'J'
            and RoleFoyerSaisi not = 'E'
               Move 0 to MembreFoyerOk
               move " Role non valide : C, J ou E - tapez entree >>" to LaInfoAide
           end-if

           If MembreFoyerOk = 1
               Move 0 to NbRolesFoyer
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbRolesFoyer
                   FROM TiersSB
                   WHERE (IdTiers = :IdTiersMF
                   AND COALESCE(FusionneVers, 0) = 0)
               END-EXEC
               If NbRolesFoyer = 0
                   Move 0 to MembreFoyerOk
                   move " Tiers inconnu ou fusionne - tapez entree >>" to LaInfoAide
               end-if
           end-if

           If MembreFoyerOk = 1
               Move 0 to NbRolesFoyer
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbRolesFoyer
                   FROM MembresFoyer MF, Foyers F
                   WHERE (MF.IdTiers = :IdTiersMF
                   AND F.NoFoyer = MF.NoFoyer
                   AND F.EtatFoyer <> 'R')
               END-EXEC
               If NbRolesFoyer > 0
                   Move 0 to MembreFoyerOk
                   move " Tiers deja membre d'un foyer - tapez entree >>" to LaInfoAide
               end-if
           end-if

           If MembreFoyerOk = 1 and RoleFoyerSaisi not = 'E'
               Move RoleFoyerSaisi to RoleFoyerMF
               Move 0 to NbRolesFoyer
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbRolesFoyer
                   FROM MembresFoyer
                   WHERE (NoFoyer = :NoFoyerMF
                   AND RoleFoyer = :RoleFoyerMF)
               END-EXEC
               If NbRolesFoyer > 0
                   Move 0 to MembreFoyerOk
                   move " Role deja tenu dans ce foyer - tapez entree >>" to LaInfoAide
               end-if
           end-if

           If MembreFoyerOk = 1
               Perform InsertionMembreFoyer
           else
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

       InsertionMembreFoyer.
           Move NoFoyerMaint to NoFoyerMF
           If FoyerMaintTrouve = 0
               Move NoFoyerFO to NoFoyerMF
           end-if
           Move IdTiersFoyerSaisi to IdTiersMF
           Move RoleFoyerSaisi to RoleFoyerMF
           Move spaces to DateEntreeMF
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateEntreeMF
           end-string

           EXEC SQL
               INSERT INTO MembresFoyer
                   (NoFoyer, IdTiers, RoleFoyer, DateEntree)
               VALUES
                   (:NoFoyerMF, :IdTiersMF, :RoleFoyerMF, :DateEntreeMF)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : MembresFoyer " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           else
               Move IdTiersMF to IdTiersHT
               Move "Foyer" to ChampHT
               Move spaces to AncienneValeurHT
               Move spaces to NouvelleValeurHT
               String NoFoyerMF ' ' RoleFoyerMF into NouvelleValeurHT
               end-string
               Perform ComparerEtHistoriser

               move " Membre ajoute au foyer " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Sortie d'un membre du foyer (separation, enfant devenu autonome...) - tracee sur la
      *  fiche du membre
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-SortieMembre.
           Display " IdTiers du membre a sortir :" at line 19 col 1 foreground-color is 2 highlight
           Move 0 to IdTiersFoyerSaisi
           Accept IdTiersFoyerSaisi at line 19 col 31 required foreground-color is 3 highlight
           Move IdTiersFoyerSaisi to IdTiersMF
           Move NoFoyerMaint to NoFoyerMF

           Move space to RoleFoyerMF
           EXEC SQL
               SELECT RoleFoyer
               INTO :RoleFoyerMF
               FROM MembresFoyer
               WHERE (NoFoyer = :NoFoyerMF
               AND IdTiers = :IdTiersMF)
           END-EXEC

           If SQLCODE <> 0
               move " Tiers non membre de ce foyer - tapez entree >>" to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               EXEC SQL
                   DELETE FROM MembresFoyer
                   WHERE (NoFoyer = :NoFoyerMF
                   AND IdTiers = :IdTiersMF)
               END-EXEC

               If SQLCODE <> 0
                   Display " Erreur : MembresFoyer " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               else
                   Move IdTiersMF to IdTiersHT
                   Move "Foyer" to ChampHT
                   Move spaces to AncienneValeurHT
                   String NoFoyerMF ' ' RoleFoyerMF into AncienneValeurHT
                   end-string
                   Move spaces to NouvelleValeurHT
                   Perform ComparerEtHistoriser

                   move " Membre sorti du foyer " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Confirmation ('A') d'un foyer propose ou refus ('R') : un foyer refuse n'est plus
      *  repropose par PropositionFoyers et libere ses membres pour un autre foyer
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-EtatFoyer.
           Move NoFoyerMaint to NoFoyerFO
           Move CodeOperateur to OperateurFO
           EXEC SQL
               UPDATE Foyers
               SET EtatFoyer = :EtatFoyerFO,
                   Operateur = :OperateurFO
               WHERE NoFoyer = :NoFoyerFO
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : Foyers " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           else
               If EtatFoyerFO = 'A'
                   move " Foyer confirme " to LaInfoComm
               else
                   move " Foyer refuse " to LaInfoComm
               end-if
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Image AVANT de la fiche : les valeurs fetchees a l'entree de la maintenance sont
      *  mises de cote avant que les accepts ne les ecrasent
      *-----------------------------------------------------------------------------------------------
       SauveImageAvantTiers.
           Move Nom of TiersSouscrBenef to AvNom
           Move Prenom of TiersSouscrBenef to AvPrenom
           Move NoRue of TiersSouscrBenef to AvNoRue
           Move Rue of TiersSouscrBenef to AvRue
           Move CodePostal of TiersSouscrBenef to AvCodePostal
           Move Ville of TiersSouscrBenef to AvVille
           Move Pays of TiersSouscrBenef to AvPays
           Move Telephone of TiersSouscrBenef to AvTelephone
           Move Courriel of TiersSouscrBenef to AvCourriel
           Move DateNaissance of TiersSouscrBenef to AvDateNaissance
           Move IbanT of TiersSouscrBenef to AvIban
           Move BicT of TiersSouscrBenef to AvBic
           Move spaces to AvRibAffiche
           String CodeBanqueT of TiersSouscrBenef ' '
               CodeGuichet of TiersSouscrBenef ' '
               RacineCompte of TiersSouscrBenef ' '
               TypeCompte of TiersSouscrBenef ' '
               CleRib of TiersSouscrBenef
               into AvRibAffiche
           end-string.

      *-----------------------------------------------------------------------------------------------
      *  Differences avant/apres de la fiche enregistree : une ligne HistoriqueTiers par
      *  champ change - les coordonnees bancaires, l'adresse et le courriel (les champs des
      *  litiges) y compris
      *-----------------------------------------------------------------------------------------------
       EcritDifferencesTiers.
           Move IdTiersMaint to IdTiersHT

           Move "Nom" to ChampHT
           Move AvNom to AncienneValeurHT
           Move Nom of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move "Prenom" to ChampHT
           Move AvPrenom to AncienneValeurHT
           Move Prenom of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move "NoRue" to ChampHT
           Move AvNoRue to AncienneValeurHT
           Move NoRue of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move "Rue" to ChampHT
           Move AvRue to AncienneValeurHT
           Move Rue of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move "CodePostal" to ChampHT
           Move AvCodePostal to AncienneValeurHT
           Move CodePostal of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move "Ville" to ChampHT
           Move AvVille to AncienneValeurHT
           Move Ville of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move "Pays" to ChampHT
           Move AvPays to AncienneValeurHT
           Move Pays of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move "Telephone" to ChampHT
           Move AvTelephone to AncienneValeurHT
           Move Telephone of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move "Courriel" to ChampHT
           Move AvCourriel to AncienneValeurHT
           Move Courriel of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move "DateNaissance" to ChampHT
           Move AvDateNaissance to AncienneValeurHT
           Move DateNaissance of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move "Iban" to ChampHT
           Move AvIban to AncienneValeurHT
           Move IbanT of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move "Bic" to ChampHT
           Move AvBic to AncienneValeurHT
           Move BicT of TiersSouscrBenef to NouvelleValeurHT
           Perform ComparerEtHistoriser

           Move spaces to RibApresAffiche
           String CodeBanqueT of TiersSouscrBenef ' '
               CodeGuichet of TiersSouscrBenef ' '
               RacineCompte of TiersSouscrBenef ' '
               TypeCompte of TiersSouscrBenef ' '
               CleRib of TiersSouscrBenef
               into RibApresAffiche
           end-string
           Move "Rib" to ChampHT
           Move AvRibAffiche to AncienneValeurHT
           Move RibApresAffiche to NouvelleValeurHT
           Perform ComparerEtHistoriser.

       ComparerEtHistoriser.
           If AncienneValeurHT not = NouvelleValeurHT
               Perform EcritHistoriqueTiers
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Alertes SMS de la fiche enregistree (cf AlerteSMS) : coordonnees bancaires ou adresse
      *  postale changees. Un nouveau telephone remet a zero ses compteurs d'echecs de remise
      *-----------------------------------------------------------------------------------------------
       MaintenanceTiers-AlertesSMS.
           If Telephone of TiersSouscrBenef not = AvTelephone
               EXEC SQL
                   UPDATE TiersSB
                   SET TelephoneInvalide = 0,
                       NbEchecsSms = 0
                   WHERE IdTiers = :IdTiersMaint
               END-EXEC
           end-if

           If IbanT of TiersSouscrBenef not = AvIban
            or RibApresAffiche not = AvRibAffiche
               Move "IBAN" to EvenementSMS
               Perform MaintenanceTiers-EnvoieSMS
           end-if

           If NoRue of TiersSouscrBenef not = AvNoRue
            or Rue of TiersSouscrBenef not = AvRue
            or CodePostal of TiersSouscrBenef not = AvCodePostal
            or Ville of TiersSouscrBenef not = AvVille
            or Pays of TiersSouscrBenef not = AvPays
               Move "ADRESS" to EvenementSMS
               Perform MaintenanceTiers-EnvoieSMS
           end-if.

      *    Si le telephone a change dans la meme saisie, l'alerte part
      *    aussi a l'ancien numero : un detournement qui remplace le
      *    numero avec l'IBAN ne prive pas le client de l'alerte
       MaintenanceTiers-EnvoieSMS.
           Move spaces to CodeProduitSMS
           Move 0 to NoContratSMS
           If Telephone of TiersSouscrBenef not = AvTelephone
            and AvTelephone not = spaces
               Move IdTiersMaint to IdTiersSMS
               Move AvTelephone to TelephoneForceSMS
               Perform EnvoieAlerteSMS
           end-if
           Move IdTiersMaint to IdTiersSMS
           Perform EnvoieAlerteSMS.

      *-----------------------------------------------------------------------------------------------
      *  Ecriture d'une ligne d'historique (ChampHT / AncienneValeurHT / NouvelleValeurHT
      *  prepares par l'appelant) : numero sequentiel par Tiers, operateur et horodatage
      *-----------------------------------------------------------------------------------------------
       EcritHistoriqueTiers.
           EXEC SQL
               SELECT MAX(NoModif)
               INTO :NoModifHT
               FROM HistoriqueTiers
               WHERE IdTiers = :IdTiersHT
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoModifHT
           end-if
           Add 1 to NoModifHT

           ACCEPT HeureSimulation from time
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement ' '
               HeureSimuH ':' HeureSimuMn ':' HeureSimuSec
               into DateModifHT
           end-string
           Move CodeOperateur to OperateurHT

           EXEC SQL
               INSERT INTO HistoriqueTiers
                   (IdTiers, NoModif, Champ, AncienneValeur,
                    NouvelleValeur, DateModif, Operateur)
               VALUES
                   (:IdTiersHT, :NoModifHT, :ChampHT,
                    :AncienneValeurHT, :NouvelleValeurHT,
                    :DateModifHT, :OperateurHT)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : HistoriqueTiers " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
           end-if.

       MaintenanceTiers-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 20 - Avenant d'un contrat actif : modification des termes programmes
      *  (VersPrg/PeriodeVPrg/MontantVPrg et RachatPrg/PeriodeRPrg/MontantRPrg) sous les
      *  memes regles que testValSimulation (MontantMinProgramme du produit, periodes
      *  M/T/S/A), enregistree comme evenement trace dans AvenantsContrat avec sa date
      *  d'effet et son operateur
      *-----------------------------------------------------------------------------------------------
       AvenantContrat.
           perform AvenantContrat-init.
           perform AvenantContrat-trt until ChoixAvenant = 'A'.
           perform AvenantContrat-fin.

       AvenantContrat-init.
           Move space to ChoixAvenant
           Move DateTraitement to DateEffetSysteme

           Call 'ConnectSQL' using cnxDb

               continue
           end-if.

       AvenantContrat-trt.
           Move 0 to AvenantContratTrouve
           display M-AvenantContrat
      *    Espace de travail : le contrat tenu par le hub remplace la
      *    saisie (cf EspaceContrat)
           If EspaceContratActif = 1
               Move CodeProduitEspace to CodeProduitPC
               Move NoContratEspace to NoContratPC
               display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
               Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           else
               Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight
               Move Function Upper-case(CodeProduitPC) to CodeProduitPC
               display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
               Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
               move NoContratPCDisplay to NoContratPC
               Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
               Move CodeProduitPC to CodeProduitCle
               Move NoContratPC to NoContratCle
               Move 4 to LigneCle
               Move 37 to ColonneCle
               Perform SaisieCleContrat
               Move NoContratCle to NoContratPC
           end-if

           If NoContratPC = 0
               Move 'A' to ChoixAvenant
           else
               EXEC SQL
                   SELECT CodeProduit, NoContrat, VersPrg, PeriodeVPrg, MontantVPrg,
                    RachatPrg, PeriodeRPrg, MontantRPrg, COALESCE(TaciteReconduction, 1),
                    COALESCE(TauxIndexation, 0), COALESCE(PlafondIndexation, 0)
                   INTO :CodeProduitPC, :NoContratPC, :VersPrgPC, :PeriodeVPrgPC,
                    :MontantVPrgPC, :RachatPrgPC, :PeriodeRPrgPC, :MontantRPrgPC,
                    :TaciteRecondPC, :TauxIndexationPC, :PlafondIndexationPC
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC
                   AND EtatProduit = 1)
               END-EXEC

               If SQLCODE = 100
                   Display " Erreur : contrat non trouve ou non actif - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Move CodeProduitPC to CodeProduitRecherche
                   Perform ChargeParamProduit
                   If ProduitTrouve = 1
                       Move 1 to AvenantContratTrouve
                   else
                       Display " Erreur : produit inconnu du fichier parametres - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                       accept OkNonTrouve at line 23 col 75
                   end-if
               end-if
           end-if.

           If AvenantContratTrouve = 1
               Perform AvenantContrat-Saisie
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Rappel de l'echeancier actuel puis saisie des nouveaux termes, memes controles que
      *  SimulationContrat-trt / testValSimulation
      *-----------------------------------------------------------------------------------------------
       AvenantContrat-Saisie.
           If VersPrgPC = 1
               move MontantVPrgPC to MontantVPrgPCDisplay
               Display " Versement prg : Oui " at line 8 col 2 foreground-color is 2 highlight
               Display MontantVPrgPCDisplay at line 8 col 24 foreground-color is 2 highlight
               Display PeriodeVPrgPC at line 8 col 40 foreground-color is 2 highlight
               If TauxIndexationPC > 0
                   Compute TauxIndexationPct = TauxIndexationPC * 100
                   Move TauxIndexationPct to TauxIndexationSaisi
                   Display " Indexation :" at line 8 col 44 foreground-color is 2 highlight
                   Display TauxIndexationSaisi at line 8 col 58 foreground-color is 2 highlight
                   Display "%" at line 8 col 64 foreground-color is 2 highlight
               end-if
           else
               Display " Versement prg : Non " at line 8 col 2 foreground-color is 2 highlight
           end-if
           If RachatPrgPC = 1
               move MontantRPrgPC to MontantRPrgPCDisplay
               Display " Rachat prg ... : Oui " at line 9 col 2 foreground-color is 2 highlight
               Display MontantRPrgPCDisplay at line 9 col 24 foreground-color is 2 highlight
               Display PeriodeRPrgPC at line 9 col 40 foreground-color is 2 highlight
           else
               Display " Rachat prg ... : Non " at line 9 col 2 foreground-color is 2 highlight
           end-if

      *    Nouveau versement programme
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept VersPrg of Saisie-Simulation at line 11 col 28 foreground-color is 3 Highlight
               evaluate VersPrg of Saisie-Simulation
                   When = 'o' OR = 'O'
                       Move 1 to VersPrgPC
                       move 1 to DonneesValides
                   When = 'n' OR = 'N'
                       Move 0 to VersPrgPC
                       Move space to PeriodeVPrgPC
                       Move 0 to MontantVPrgPC
                       move 1 to DonneesValides
                   When other
                       move " Saisie non valide : [O]ui ou [N]on" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           End-perform

           If VersPrgPC = 1
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept MontantVPrg of Saisie-Simulation at line 11 col 42 foreground-color is 3 Highlight
                   Move MontantVPrg of Saisie-Simulation to MontantVersementP
                   evaluate MontantVersementP
                       when greater or equal MontantMinProgramme of Tab
                           Move MontantVersementP to MontantVPrgPC
                           Move 1 to DonneesValides
                       When other
                           move " Saisie non valide : >= " & MontantMinProgramme of Tab & " Eur " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept PeriodeVPrg of Saisie-Simulation at line 11 col 74 foreground-color is 3 Highlight
                   Move Function Upper-case(PeriodeVPrg of Saisie-Simulation) to PeriodeVPrg of Saisie-Simulation
                   evaluate PeriodeVPrg of Saisie-Simulation
                       when 'M'
                       when 'T'
                       when 'S'
                       when 'A'
                           Move PeriodeVPrg of Saisie-Simulation to PeriodeVPrgPC
                           Move 1 to DonneesValides
                       When other
                           move " Saisie non valide : [M] - [T] - [S]  ou [A]" to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform
           end-if

      *    Indexation annuelle du nouveau versement programme (0 = aucune) et plafond du
      *    versement indexe (0 = sans plafond) - sans versement programme, plus d'indexation
           If VersPrgPC = 1
               Perform AvenantContrat-Indexation
           else
               Move 0 to TauxIndexationPC
               Move 0 to PlafondIndexationPC
           end-if

      *    Nouveau rachat programme
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept RachatPrg of Saisie-Simulation at line 13 col 28 foreground-color is 3 Highlight
               evaluate RachatPrg of Saisie-Simulation
                   When = 'o' OR = 'O'
                       Move 1 to RachatPrgPC
                       move 1 to DonneesValides
                   When = 'n' OR = 'N'
                       Move 0 to RachatPrgPC
                       Move space to PeriodeRPrgPC
                       Move 0 to MontantRPrgPC
                       move 1 to DonneesValides
                   When other
                       move " Saisie non valide : [O]ui ou [N]on" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           End-perform

           If RachatPrgPC = 1
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept MontantRPrg of Saisie-Simulation at line 13 col 42 foreground-color is 3 Highlight
                   Move MontantRPrg of Saisie-Simulation to MontantRachatP
                   evaluate MontantRachatP
                       when greater or equal MontantMinProgramme of Tab
                           Move MontantRachatP to MontantRPrgPC
                           Move 1 to DonneesValides
                       When other
                           move " Saisie non valide : >= " & MontantMinProgramme of Tab & " Eur " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept PeriodeRPrg of Saisie-Simulation at line 13 col 74 foreground-color is 3 Highlight
                   Move Function Upper-case(PeriodeRPrg of Saisie-Simulation) to PeriodeRPrg of Saisie-Simulation
                   evaluate PeriodeRPrg of Saisie-Simulation
                       when 'M'
                       when 'T'
                       when 'S'
                       when 'A'
                           Move PeriodeRPrg of Saisie-Simulation to PeriodeRPrgPC
                           Move 1 to DonneesValides
                       When other
                           move " Saisie non valide : [M] - [T] - [S]  ou [A]" to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform
           end-if

      *    Date d'effet de l'avenant, preremplie au jour courant (cf ValideDateEffet)
           Move Jour of DateEffetSysteme to Jour of DateEffetAvenant
           Move Mois of DateEffetSysteme to Mois of DateEffetAvenant
           Move Annee of DateEffetSysteme to Annee of DateEffetAvenant
           Display jour of DateEffetAvenant at line 15 col 29 foreground-color is 3 Highlight
           Display '/' at line 15 col 31 foreground-color is 3 Highlight
           Display Mois of DateEffetAvenant at line 15 col 32 foreground-color is 3 Highlight
           Display '/' at line 15 col 34 foreground-color is 3 Highlight
           Display annee of DateEffetAvenant at line 15 col 35 foreground-color is 3 Highlight

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateEffetAvenant at line 15 col 29 foreground-color is 3 Highlight
               Accept Mois of DateEffetAvenant at line 15 col 32 foreground-color is 3 Highlight
               Accept annee of DateEffetAvenant at line 15 col 35 foreground-color is 3 Highlight

               Move jour of DateEffetAvenant to DateEffetTestJour
               Move Mois of DateEffetAvenant to DateEffetTestMois
               Move annee of DateEffetAvenant to DateEffetTestAnnee
               Perform ValideDateEffet

               If DateEffetTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date d'effet non valide (anterieure ou egale a ce jour)" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

      *    Tacite reconduction a l'echeance : [N] = renonciation explicite,
      *    le contrat echu ne sera pas renouvele par RenouvellementContrats
      *    et suivra le circuit de reglement
           If TaciteRecondPC = 1
               Display 'O' at line 16 col 30 foreground-color is 3 Highlight
           else
               Display 'N' at line 16 col 30 foreground-color is 3 Highlight
           end-if
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept ChoixAvenant at line 16 col 30 foreground-color is 3 Highlight
               Move Function Upper-case(ChoixAvenant) to ChoixAvenant
               Evaluate ChoixAvenant
                   When 'O'
                       Move 1 to TaciteRecondPC
                       move 1 to DonneesValides
                   When 'N'
                       Move 0 to TaciteRecondPC
                       move 1 to DonneesValides
                   When other
                       move " Saisie non valide : [O]ui ou [N]on" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           End-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept ChoixAvenant at line 20 col 75 foreground-color is 3 Highlight
               Move Function Upper-case(ChoixAvenant) to ChoixAvenant
               Evaluate ChoixAvenant
                   when 'A'
                       Move space to ChoixAvenant
                       move 1 to DonneesValides
                   When 'V'
                       Perform AvenantContrat-Enregistre
                       Move space to ChoixAvenant
                       move 1 to DonneesValides
                   When other
                       move " Saisie non valide : A ou V " to LaInfoAide
               end-evaluate
           end-perform.

      *-----------------------------------------------------------------------------------------------
      *  Indexation annuelle preremplie avec celle du contrat, memes controles qu'a la
      *  souscription (cf SaisieIndexationVersement) : 0 arrete l'indexation
      *-----------------------------------------------------------------------------------------------
       AvenantContrat-Indexation.
           Compute TauxIndexationPct = TauxIndexationPC * 100
           Move TauxIndexationPct to TauxIndexationSaisi
           Move PlafondIndexationPC to PlafondIndexationSaisi
           Display TauxIndexationSaisi at line 12 col 26 foreground-color is 3 Highlight
           Display PlafondIndexationSaisi at line 12 col 42 foreground-color is 3 Highlight
           move 0 to DonneesValides
           Perform AvenantContrat-IndexationTaux until DonneesValides = 1
           If TauxIndexationPC = 0
               Move 0 to PlafondIndexationPC
           else
               move 0 to DonneesValides
               Perform AvenantContrat-IndexationPlafond until DonneesValides = 1
           end-if.

       AvenantContrat-IndexationTaux.
           Accept TauxIndexationSaisi at line 12 col 26 foreground-color is 3 Highlight
           Move TauxIndexationSaisi to TauxIndexationPct
           Compute TauxIndexationPC = TauxIndexationPct / 100
           move 1 to DonneesValides.

       AvenantContrat-IndexationPlafond.
           Accept PlafondIndexationSaisi at line 12 col 42 foreground-color is 3 Highlight
           Move PlafondIndexationSaisi to PlafondIndexationPC
           If PlafondIndexationPC = 0 or PlafondIndexationPC not < MontantVPrgPC
               move 1 to DonneesValides
           else
               move " Plafond inferieur au versement programme " to LaInfoAide
               display InfoAide
               Display REsetInfoAide
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Enregistrement de l'avenant : nouvel echeancier porte sur ProduitsClient, evenement
      *  trace dans AvenantsContrat (NoAvenant sequentiel par contrat)
      *-----------------------------------------------------------------------------------------------
       AvenantContrat-Enregistre.
           Move CodeProduitPC to CodeProduitAV
           Move NoContratPC to NoContratAV

           EXEC SQL
               SELECT MAX(NoAvenant)
               INTO :NoAvenantAV
               FROM AvenantsContrat
               WHERE (CodeProduit = :CodeProduitAV
               AND NoContrat = :NoContratAV)
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoAvenantAV
           end-if
           Add 1 to NoAvenantAV

           String Annee of DateEffetSysteme '-'
               Mois of DateEffetSysteme '-'
               Jour of DateEffetSysteme into DateAvenantAV
           end-string
           String annee of DateEffetAvenant '-'
               Mois of DateEffetAvenant '-'
               jour of DateEffetAvenant into DateEffetAV
           end-string

           Move VersPrgPC to VersPrgAV
           Move PeriodeVPrgPC to PeriodeVPrgAV
           Move MontantVPrgPC to MontantVPrgAV
           Move RachatPrgPC to RachatPrgAV
           Move PeriodeRPrgPC to PeriodeRPrgAV
           Move MontantRPrgPC to MontantRPrgAV
           Move CodeOperateur to OperateurAV
           Move TauxIndexationPC to TauxIndexationAV
           Move PlafondIndexationPC to PlafondIndexationAV

           EXEC SQL
               INSERT INTO AvenantsContrat
                   (CodeProduit, NoContrat, NoAvenant, DateAvenant, DateEffet,
                    VersPrg, PeriodeVPrg, MontantVPrg,
                    RachatPrg, PeriodeRPrg, MontantRPrg, Operateur,
                    TauxIndexation, PlafondIndexation)
               VALUES
                   (:CodeProduitAV, :NoContratAV, :NoAvenantAV, :DateAvenantAV,
                    :DateEffetAV, :VersPrgAV, :PeriodeVPrgAV, :MontantVPrgAV,
                    :RachatPrgAV, :PeriodeRPrgAV, :MontantRPrgAV, :OperateurAV,
                    :TauxIndexationAV, :PlafondIndexationAV)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : AvenantsContrat " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               move " Erreur : avenant non enregistre " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Move CodeOperateur to OperateurPC
               EXEC SQL
                   UPDATE ProduitsClient
                   SET VersPrg = :VersPrgPC,
                       PeriodeVPrg = :PeriodeVPrgPC,
                       MontantVPrg = :MontantVPrgPC,
                       RachatPrg = :RachatPrgPC,
                       PeriodeRPrg = :PeriodeRPrgPC,
                       MontantRPrg = :MontantRPrgPC,
                       TaciteReconduction = :TaciteRecondPC,
                       TauxIndexation = :TauxIndexationPC,
                       PlafondIndexation = :PlafondIndexationPC,
                       Operateur = :OperateurPC
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC)
               END-EXEC

               If SQLCODE <> 0
                   Display " Erreur : ProduitsClient " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               else
      *            Avis de confirmation au client
                   move CodeProduitPC to CodeProduitOC
                   move NoContratPC to NoContratOC
                   Move "AVENANT" to LibelleEvenement
                   Move 0 to MontantEvenement
                   Perform EcritNotificationClient

      *            Avenant a signer par le souscripteur
                   Move "AVENAN" to TypeDocumentSIG
                   Move NoAvenantAV to ReferenceDocumentSIG
                   Move 0 to IdTiersSIG
                   Move CodeProduitPC to CodeProduitSIG
                   Move NoContratPC to NoContratSIG
                   Perform EnvoieDemandeSignature

                   move " Avenant " & NoAvenantAV & " enregistre sur le contrat " & CodeProduitPC & ' ' & NoContratPC to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               end-if
           end-if.

       AvenantContrat-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 21 - Changement de clause beneficiaire sur un contrat actif : affiche la
      *  repartition en vigueur (BeneficiairesContrat), permet d'en saisir une nouvelle
      *  (1 a 4 beneficiaires via GestionTiersBenef, total des pourcentages = 100 comme
      *  SaisiePartageBeneficiaires), archive la clause remplacee dans BeneficiairesHisto
      *  au lieu de la supprimer, et pose la nouvelle - le tout en bloc (commit/rollback)
      *-----------------------------------------------------------------------------------------------
       ClauseBeneficiaires.
           perform ClauseBeneficiaires-init.
           perform ClauseBeneficiaires-trt until ChoixClauseBenef = 'A'.
           perform ClauseBeneficiaires-fin.

       ClauseBeneficiaires-init.
           Move space to ChoixClauseBenef
           Move DateTraitement to DateEffetContratEpargne

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

           EXEC SQL
               SET AUTOCOMMIT OFF
           END-EXEC.

       ClauseBeneficiaires-trt.
           Move 0 to ClauseContratTrouve
           display M-ClauseBeneficiaires
      *    Espace de travail : le contrat tenu par le hub remplace la
      *    saisie (cf EspaceContrat)
           If EspaceContratActif = 1
               Move CodeProduitEspace to CodeProduitPC
               Move NoContratEspace to NoContratPC
               display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
               Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           else
               Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight
               Move Function Upper-case(CodeProduitPC) to CodeProduitPC
               display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
               Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
               move NoContratPCDisplay to NoContratPC
               Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
               Move CodeProduitPC to CodeProduitCle
               Move NoContratPC to NoContratCle
               Move 4 to LigneCle
               Move 37 to ColonneCle
               Perform SaisieCleContrat
               Move NoContratCle to NoContratPC
           end-if

           move CodeProduitPC to CodeProduitOC
           move NoContratPC to NoContratOC

           If NoContratPC = 0
               Move 'A' to ChoixClauseBenef
           else
               EXEC SQL
                   SELECT CodeProduit, NoContrat
                   INTO :CodeProduitPC, :NoContratPC
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC
                   AND EtatProduit = 1)
               END-EXEC

               If SQLCODE = 100
                   Display " Erreur : contrat non trouve ou non actif - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Move 1 to ClauseContratTrouve
               end-if
           end-if.

           If ClauseContratTrouve = 1
               Perform ClauseBeneficiaires-AfficheClause
               Move " [R] Remplacer la clause  [A] Acceptation beneficiaire  [N] Rien ? " to LaInfoAide
               display InfoAide
               Accept ChoixClauseBenef at line 25 col 70 foreground-color is 3 Highlight
               Display REsetInfoAide
               Move Function Upper-case(ChoixClauseBenef) to ChoixClauseBenef
               If ChoixClauseBenef = 'R'
      *            Un beneficiaire acceptant fige la clause : pas de
      *            remplacement sans son consentement ecrit (meme esprit
      *            que le blocage Nanti - derogation superviseur tracee)
                   Perform VerifieAcceptationBenef
                   If AcceptationBloque = 0
                       Perform ClauseBeneficiaires-SaisieClause
                       If PctClauseTotal = 100 and NbBenefClause > 0
                           Perform ClauseBeneficiaires-Enregistre
                       end-if
                   end-if
               end-if
               If ChoixClauseBenef = 'A'
                   Perform ClauseBeneficiaires-Acceptation
               end-if
               Move space to ChoixClauseBenef
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Enregistrement de l'acceptation formelle d'un beneficiaire de la clause en vigueur :
      *  date de l'acte et reference du document a l'appui, portees sur sa ligne
      *  BeneficiairesContrat - des lors, rachats et changement de clause exigent son
      *  consentement (cf VerifieAcceptationBenef)
      *-----------------------------------------------------------------------------------------------
       ClauseBeneficiaires-Acceptation.
           Display " IdTiers du beneficiaire acceptant :" at line 18 col 1 foreground-color is 2 highlight
           Move 0 to IdTiersAcceptBC
           Accept IdTiersAcceptBC at line 18 col 38 required foreground-color is 3 highlight

           Move 0 to NbBenefAcceptes
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbBenefAcceptes
               FROM BeneficiairesContrat
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND TiersBenefic = :IdTiersAcceptBC)
           END-EXEC

           If NbBenefAcceptes = 0
               move " Ce Tiers n'est pas beneficiaire de la clause en vigueur " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Display " Date de l'acceptation (jj mm aaaa) :" at line 19 col 1 foreground-color is 2 highlight
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Accept jour of DateAcceptSaisie at line 19 col 39 required foreground-color is 3 Highlight
                   Accept Mois of DateAcceptSaisie at line 19 col 42 required foreground-color is 3 Highlight
                   Accept annee of DateAcceptSaisie at line 19 col 45 required foreground-color is 3 Highlight

                   Move jour of DateAcceptSaisie to DateEffetTestJour
                   Move Mois of DateAcceptSaisie to DateEffetTestMois
                   Move annee of DateAcceptSaisie to DateEffetTestAnnee
                   Perform ValideDateEffet

                   If DateEffetTestOK = 'O'
                       move 1 to DonneesValides
                   else
                       move " Date d'acceptation non valide " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   end-if
               end-perform
               String annee of DateAcceptSaisie '-'
                   Mois of DateAcceptSaisie '-'
                   jour of DateAcceptSaisie into DateAcceptBC
               end-string

               Display " Reference du document (obligatoire) :" at line 20 col 1 foreground-color is 2 highlight
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Move spaces to RefDocSaisie
                   Accept RefDocSaisie at line 20 col 40 foreground-color is 3 highlight
                   If RefDocSaisie = spaces
                       move " La reference du document d'acceptation est obligatoire " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   else
                       move 1 to DonneesValides
                   end-if
               end-perform
               Move RefDocSaisie to RefDocAcceptBC

               Move 1 to AcceptationBC
               EXEC SQL
                   UPDATE BeneficiairesContrat
                   SET Acceptation = :AcceptationBC,
                       DateAccept = :DateAcceptBC,
                       RefDocAccept = :RefDocAcceptBC
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND TiersBenefic = :IdTiersAcceptBC)
               END-EXEC

               If SQLCODE <> 0
                   Display " Erreur : BeneficiairesContrat " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               else
                   move " Acceptation enregistree - rachats et clause desormais proteges " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Affichage de la clause en vigueur (une ligne par beneficiaire, nom resolu dans TiersSB)
      *-----------------------------------------------------------------------------------------------
       ClauseBeneficiaires-AfficheClause.
           EXEC SQL
               OPEN BeneficiairesContrat-Curseur
           END-EXEC.

           Move 0 to BeneficiairesContratEOF
           Move 8 to LigneClauseBenef

           perform until BeneficiairesContratEOF = 1
               EXEC SQL
                   FETCH BeneficiairesContrat-Curseur
                       INTO :TiersBeneficPC, :PourcentageBenefRachat
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to BeneficiairesContratEOF
               else
                   Move spaces to Nom of TiersSouscrBenef
                   Move spaces to Prenom of TiersSouscrBenef
                   EXEC SQL
                       SELECT Nom, Prenom
                       INTO :Nom, :Prenom
                       FROM TiersSB
                       WHERE IdTiers = :TiersBeneficPC
                   END-EXEC

                   Move TiersBeneficPC to TiersBeneficPCDisplay
                   Display TiersBeneficPCDisplay at line LigneClauseBenef col 22 foreground-color is 3 highlight
                   Display Nom of TiersSouscrBenef at line LigneClauseBenef col 33 foreground-color is 3 highlight
                   Display Prenom of TiersSouscrBenef at line LigneClauseBenef col 54 foreground-color is 3 highlight
                   Display PourcentageBenefRachat at line LigneClauseBenef col 71 foreground-color is 3 highlight

      *            Beneficiaire acceptant : signale sur la ligne (la
      *            clause et les rachats sont proteges par lui)
                   Move 0 to AcceptationBC
                   EXEC SQL
                       SELECT COALESCE(Acceptation, 0)
                       INTO :AcceptationBC
                       FROM BeneficiairesContrat
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC
                       AND TiersBenefic = :TiersBeneficPC)
                   END-EXEC
                   If AcceptationBC = 1
                       Display "ACC" at line LigneClauseBenef col 76 foreground-color is 2 highlight
                   end-if

                   Add 1 to LigneClauseBenef
               end-if
           end-perform.

           EXEC SQL
               CLOSE BeneficiairesContrat-Curseur
           END-EXEC.

      *-----------------------------------------------------------------------------------------------
      *  Saisie de la nouvelle clause : 1 a 4 beneficiaires, chacun capture via GestionTiersBenef
      *  puis son pourcentage - le total doit atteindre exactement 100 (regle de
      *  SaisiePartageBeneficiaires), sinon la clause est refusee et l'ancienne reste en vigueur
      *-----------------------------------------------------------------------------------------------
       ClauseBeneficiaires-SaisieClause.
           Move 0 to NbBenefClause
           Move 0 to PctClauseTotal
           Move spaces to NouvelleClauseBenef
           Move 'O' to ChoixAutreBenef

           Perform ClauseBeneficiaires-SaisieBenef
               until (ChoixAutreBenef <> 'O' and ChoixAutreBenef <> 'o')
                  or NbBenefClause = 4
                  or PctClauseTotal = 100

           If PctClauseTotal <> 100
               move " Total des pourcentages different de 100 : la clause en vigueur est conservee " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

       ClauseBeneficiaires-SaisieBenef.
           Move spaces to TiersBenef
           Move space to ChoixInsertionBenef
           perform GestionTiersBenef

      *    Filtrage sanctions/PPE du beneficiaire saisi : une touche
      *    abandonne la clause entiere (alerte posee, revue superviseur)
           If ChoixInsertionBenef not = 'A' and ChoixInsertionBenef not = 'a'
               Perform ControleListeSurvBenef
               If SurvTrouve = 1
                   Move 'A' to ChoixInsertionBenef
               end-if
           end-if

           If ChoixInsertionBenef = 'A' or ChoixInsertionBenef = 'a'
      *        Saisie abandonnee : la clause entiere est abandonnee
               Move 0 to NbBenefClause
               Move 0 to PctClauseTotal
               Move 'N' to ChoixAutreBenef
           else
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Display " Pourcentage de ce beneficiaire :" at line 24 col 2 foreground-color is 3 highlight
                   Accept PctClauseSaisi at line 24 col 37 foreground-color is 3 Highlight
                   if PctClauseSaisi > 0 and PctClauseTotal + PctClauseSaisi <= 100
                       move 1 to DonneesValides
                   else
                       move " Saisie non valide : le total des pourcentages doit rester <= 100" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   end-if
               end-perform

               Add 1 to NbBenefClause
               Move IdTiersB       to IdTiersNC(NbBenefClause)
               Move CodeBanqueTB   to CodeBanqueTNC(NbBenefClause)
               Move CodeGuichetB   to CodeGuichetNC(NbBenefClause)
               Move RacineCompteB  to RacineCompteNC(NbBenefClause)
               Move TypeCompteB    to TypeCompteNC(NbBenefClause)
               Move CleRibB        to CleRibNC(NbBenefClause)
               Move IntituleB      to IntituleNC(NbBenefClause)
               Move PrenomB        to PrenomNC(NbBenefClause)
               Move NomB           to NomNC(NbBenefClause)
               Move NoRueB         to NoRueNC(NbBenefClause)
               Move RueB           to RueNC(NbBenefClause)
               Move CodePostalB    to CodePostalNC(NbBenefClause)
               Move VilleB         to VilleNC(NbBenefClause)
               Move PaysB          to PaysNC(NbBenefClause)
               Move TelephoneB     to TelephoneNC(NbBenefClause)
               Move CourrielB      to CourrielNC(NbBenefClause)
               Move DateNaissanceB to DateNaissanceNC(NbBenefClause)
               Move LienParenteB   to LienParenteNC(NbBenefClause)
               Move IbanB          to IbanNC(NbBenefClause)
               Move BicB           to BicNC(NbBenefClause)
               Move PctClauseSaisi to PourcentageNC(NbBenefClause)
               Add PctClauseSaisi to PctClauseTotal

               if PctClauseTotal < 100 and NbBenefClause < 4
                   Move " Ajouter un autre beneficiaire (O/N) ? " to LaInfoAide
                   display InfoAide
                   Accept ChoixAutreBenef at line 24 col 41 foreground-color is 3 Highlight
                   Display REsetInfoAide
               else
                   Move 'N' to ChoixAutreBenef
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Enregistrement groupe du changement de clause : l'ancienne repartition part en
      *  historique (BeneficiairesHisto, numero de clause sequentiel) puis est supprimee,
      *  la nouvelle est posee ligne par ligne (recherche/creation du Tiers comme
      *  InsertionBenefSup) - commit si tout passe, rollback sinon
      *-----------------------------------------------------------------------------------------------
       ClauseBeneficiaires-Enregistre.
           Perform ClauseBeneficiaires-Remplace

           If ClauseChangeOk = 1
               EXEC SQL
                   COMMIT
               END-EXEC
      *        Alerte SMS de securite au souscripteur
               Move "CLAUSE" to EvenementSMS
               Move 0 to IdTiersSMS
               Move CodeProduitOC to CodeProduitSMS
               Move NoContratOC to NoContratSMS
               Perform EnvoieAlerteSMS
      *        Nouvelle clause a signer : la piece 'C' est repointee a la signature
               Move "CLAUSE" to TypeDocumentSIG
               Move 'C' to CodePieceSIG
               Move 0 to IdTiersSIG
               Move CodeProduitOC to CodeProduitSIG
               Move NoContratOC to NoContratSIG
               Perform EnvoieDemandeSignature

               move " Clause beneficiaire remplacee - ancienne clause archivee No " & NoClauseHisto to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               move " Erreur : changement de clause annule, rien n'a ete modifie " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Remplacement de la clause du contrat CodeProduitPC/NoContratPC (meme cle en OC pour le
      *  curseur) par la clause saisie, sans commit - l'appelant valide ou annule avec le reste
      *  de son operation (cf aussi PartageConjoint)
      *-----------------------------------------------------------------------------------------------
       ClauseBeneficiaires-Remplace.
           Move 1 to ClauseChangeOk
           Move CodeProduitPC to CodeProduitBH
           Move NoContratPC to NoContratBH

           EXEC SQL
               SELECT MAX(NoClause)
               INTO :NoClauseHisto
               FROM BeneficiairesHisto
               WHERE (CodeProduit = :CodeProduitBH
               AND NoContrat = :NoContratBH)
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoClauseHisto
           end-if
           Add 1 to NoClauseHisto
           Move NoClauseHisto to NoClauseBH

           String Annee of DateEffetContratEpargne '-'
               Mois of DateEffetContratEpargne '-'
               Jour of DateEffetContratEpargne into DateClotureBH
           end-string
           Move CodeOperateur to OperateurBH

      *    Archivage de la clause remplacee
           EXEC SQL
               OPEN BeneficiairesContrat-Curseur
           END-EXEC.

           Move 0 to BeneficiairesContratEOF
           perform until BeneficiairesContratEOF = 1
               EXEC SQL
                   FETCH BeneficiairesContrat-Curseur
                       INTO :TiersBeneficPC, :PourcentageBenefRachat
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to BeneficiairesContratEOF
               else
                   Move TiersBeneficPC to TiersBeneficBH
                   Move PourcentageBenefRachat to PourcentageBH

                   EXEC SQL
                       INSERT INTO BeneficiairesHisto
                           (CodeProduit, NoContrat, NoClause, TiersBenefic,
                            Pourcentage, DateCloture, Operateur)
                       VALUES
                           (:CodeProduitBH, :NoContratBH, :NoClauseBH,
                            :TiersBeneficBH, :PourcentageBH, :DateClotureBH,
                            :OperateurBH)
                   END-EXEC

                   If SQLCODE <> 0
                       Display " Erreur : BeneficiairesHisto " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                       Move 0 to ClauseChangeOk
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE BeneficiairesContrat-Curseur
           END-EXEC.

           If ClauseChangeOk = 1
               EXEC SQL
                   DELETE FROM BeneficiairesContrat
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC)
               END-EXEC
               If SQLCODE <> 0 and SQLCODE <> 100
                   Move 0 to ClauseChangeOk
               end-if
           end-if.

           Move 0 to IndexBenefClause
           Perform ClauseBeneficiaires-PoseBenef
               until IndexBenefClause = NbBenefClause or ClauseChangeOk = 0.

      *-----------------------------------------------------------------------------------------------
      *  Pose d'un beneficiaire de la nouvelle clause : recherche d'un Tiers existant
      *  (Nom/Prenom/DateNaissance) avant d'en creer un nouveau, puis insertion de la ligne
      *  BeneficiairesContrat - meme principe que InsertionBenefSup
      *-----------------------------------------------------------------------------------------------
       ClauseBeneficiaires-PoseBenef.
           Add 1 to IndexBenefClause
           Move IdTiersNC(IndexBenefClause)       to IdTiersB
           Move CodeBanqueTNC(IndexBenefClause)   to CodeBanqueTB
           Move CodeGuichetNC(IndexBenefClause)   to CodeGuichetB
           Move RacineCompteNC(IndexBenefClause)  to RacineCompteB
           Move TypeCompteNC(IndexBenefClause)    to TypeCompteB
           Move CleRibNC(IndexBenefClause)        to CleRibB
           Move IntituleNC(IndexBenefClause)      to IntituleB
           Move PrenomNC(IndexBenefClause)        to PrenomB
           Move NomNC(IndexBenefClause)           to NomB
           Move NoRueNC(IndexBenefClause)         to NoRueB
           Move RueNC(IndexBenefClause)           to RueB
           Move CodePostalNC(IndexBenefClause)    to CodePostalB
           Move VilleNC(IndexBenefClause)         to VilleB
           Move PaysNC(IndexBenefClause)          to PaysB
           Move TelephoneNC(IndexBenefClause)     to TelephoneB
           Move CourrielNC(IndexBenefClause)      to CourrielB
           Move DateNaissanceNC(IndexBenefClause) to DateNaissanceB
           Move LienParenteNC(IndexBenefClause)   to LienParenteB
           Move IbanNC(IndexBenefClause)          to IbanB
           Move BicNC(IndexBenefClause)           to BicB
           Move PourcentageNC(IndexBenefClause)   to PctBenefSupSaisi

           EXEC SQL
               Select IdTiers into :IdTiersB from TiersSB
               Where Nom = :NomB and Prenom = :PrenomB
                     and DateNaissance = :DateNaissanceB
           End-EXEC
           evaluate SQLCODE
               when 0
                   continue
               when 100
                   EXEC SQL
                       Select MAX(IdTiers) into :IdTiersB from TiersSB
                   End-EXEC

                   Add 1 to IdTiersB

                   exec sql
                       INSERT INTO TiersSB
                            (IdTiers
                            ,CodeBanque
                            ,CodeGuichet
                            ,RacineCompte
                            ,TypeCompte
                            ,CleRib
                            ,Intitule
                            ,Prenom
                            ,Nom
                            ,NoRue
                            ,Rue
                            ,CodePostal
                            ,Ville
                            ,Pays
                            ,Telephone
                            ,Courriel
                            ,DateNaissance
                            ,LienParente
                            ,Iban
                            ,Bic)
                       VALUES
                            (:IdTiersB
                            ,:CodeBanqueTB
                            ,:CodeGuichetB
                            ,:RacineCompteB
                            ,:TypeCompteB
                            ,:CleRibB
                            ,:IntituleB
                            ,:PrenomB
                            ,:NomB
                            ,:NoRueB
                            ,:RueB
                            ,:CodePostalB
                            ,:VilleB
                            ,:PaysB
                            ,:TelephoneB
                            ,:CourrielB
                            ,:DateNaissanceB
                            ,:LienParenteB
                            ,:IbanB
                            ,:BicB)
                   end-exec
                   If SQLCODE <> 0
                       Display " Erreur TiersSB: " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                       Move 0 to ClauseChangeOk
                   end-if
               when other
                   Display " Erreur recherche TiersSB: " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to ClauseChangeOk
           end-evaluate.

           If ClauseChangeOk = 1
               exec sql
                   INSERT INTO BeneficiairesContrat
                        (CodeProduit, NoContrat, TiersBenefic, Pourcentage)
                   VALUES
                        (:CodeProduitPC, :NoContratPC, :IdTiersB, :PctBenefSupSaisi)
               end-exec
               If SQLCODE <> 0
                   Display " Erreur : BeneficiairesContrat " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   Move 0 to ClauseChangeOk
               end-if
           end-if.

       ClauseBeneficiaires-fin.
           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.

           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 22 - Deces du souscripteur / reglement de succession. Declaration [D] : la date
      *  de deces est portee sur TiersSB et tous les contrats actifs du defunt (TiersSouscr)
      *  passent en EtatProduit 3 (bloque succession) - refuse par les saisies de versement
      *  et de rachat, et hors du perimetre des echeances programmees et du rachat total.
      *  Reglement [R] : une fois la succession etablie, la valeur du contrat bloque est
      *  repartie entre les beneficiaires de la clause (memes postings et virements que le
      *  rachat total) et le contrat est cloture.
      *-----------------------------------------------------------------------------------------------
       DecesSouscripteur.
           perform DecesSouscripteur-init.
           perform DecesSouscripteur-trt until ChoixDeces = '0'.
           perform DecesSouscripteur-fin.

       DecesSouscripteur-init.
           Move space to ChoixDeces
           Move DateTraitement to DateEffetSysteme

           Call 'ConnectSQL' using cnxDb
               continue
           end-if.

           EXEC SQL
               SET AUTOCOMMIT OFF
           END-EXEC.

       DecesSouscripteur-trt.
           display M-DecesSouscripteur
           accept ChoixDeces at line 4 col 68 required foreground-color is 3 highlight
           Move Function Upper-case(ChoixDeces) to ChoixDeces

           evaluate ChoixDeces
               When 'D'
                   Perform DecesSouscripteur-Declaration
                   Move space to ChoixDeces
               When 'R'
                   Perform DecesSouscripteur-Reglement
                   Move space to ChoixDeces
               When '0'
                   continue
               When other
                   move " Saisie non valide : D, R ou 0 " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Declaration de deces : date portee sur la fiche Tiers, contrats actifs du defunt
      *  bloques (EtatProduit 3) - la date est verifiee plausible et non future
      *-----------------------------------------------------------------------------------------------
       DecesSouscripteur-Declaration.
           Move 0 to IdTiersDeces
           accept IdTiersDeces at line 7 col 29 required foreground-color is 3 highlight

           EXEC SQL
               SELECT IdTiers, Nom, Prenom, COALESCE(DateDeces, ' ')
               INTO :IdTiers, :Nom, :Prenom, :DateDecesT
               FROM TiersSB
               WHERE IdTiers = :IdTiersDeces
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               move " Aucun Tiers trouve pour cet IdTiers " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Display Nom of TiersSouscrBenef at line 7 col 42 foreground-color is 2 highlight
               Display Prenom of TiersSouscrBenef at line 7 col 63 foreground-color is 2 highlight
               Display '/  /' at line 9 col 31 foreground-color is 3 Highlight

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Accept jour of DateDecesTiers at line 9 col 29 required foreground-color is 3 Highlight
                   Accept Mois of DateDecesTiers at line 9 col 32 required foreground-color is 3 Highlight
                   Accept annee of DateDecesTiers at line 9 col 35 required foreground-color is 3 Highlight

                   Move jour of DateDecesTiers to DateEffetTestJour
                   Move Mois of DateDecesTiers to DateEffetTestMois
                   Move annee of DateDecesTiers to DateEffetTestAnnee
                   Perform ValideDateEffet

                   If DateEffetTestOK = 'O'
                       move 1 to DonneesValides
                   else
                       move " Date de deces non valide (anterieure ou egale a ce jour)" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
                   end-if
               end-perform

               Accept ConfirmeRachatTotal at line 15 col 29 required foreground-color is 3 highlight
               Move Function Upper-case(ConfirmeRachatTotal) to ConfirmeRachatTotal

               If ConfirmeRachatTotal = 'O'
      *            La date de deces est un champ sensible : son
      *            avant/apres part dans l'historique de la fiche,
      *            comme les changements d'IBAN ou d'adresse (cf
      *            EcritHistoriqueTiers) - l'ecriture rejoint la
      *            transaction de la declaration
                   Move IdTiersDeces to IdTiersHT
                   Move "DateDeces" to ChampHT
                   Move DateDecesT to AncienneValeurHT

                   String annee of DateDecesTiers '-'
                       Mois of DateDecesTiers '-'
                       jour of DateDecesTiers into DateDecesT
                   end-string

                   Move DateDecesT to NouvelleValeurHT
                   Perform ComparerEtHistoriser

                   EXEC SQL
                       UPDATE TiersSB
                       SET DateDeces = :DateDecesT
                       WHERE IdTiers = :IdTiersDeces
                   END-EXEC

      *>  Le mandat prend fin par la mort du mandant comme du mandataire :
      *>  procurations revoquees d'office sur les contrats dont le defunt
      *>  etait titulaire ou co-titulaire, et celles qu'il detenait - avant
      *>  que les titulaires ne soient modifies ci-dessous
                   String Annee of DateTraitement '-'
                       Mois of DateTraitement '-'
                       Jour of DateTraitement into DateJourProcuration
                   end-string
                   EXEC SQL
                       UPDATE Procurations
                       SET EtatProcuration = 'R',
                           DateRevocation = :DateJourProcuration
                       WHERE (EtatProcuration = 'A'
                       AND (IdTiers = :IdTiersDeces
                        OR EXISTS (SELECT 1 FROM ProduitsClient PC
                         WHERE PC.CodeProduit = Procurations.CodeProduit
                         AND PC.NoContrat = Procurations.NoContrat
                         AND (PC.TiersSouscr = :IdTiersDeces
                          OR PC.CoSouscripteur = :IdTiersDeces))))
                   END-EXEC

      *>  Souscription conjointe : un contrat dont le defunt etait l'un
      *>  des deux titulaires continue avec le survivant au lieu de
      *>  partir en blocage succession - le defunt co-souscripteur est
      *>  simplement retire, le defunt souscripteur cede sa place au
      *>  co-souscripteur survivant
                   Move 0 to NbContratsTransmis
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :NbContratsTransmis
                       FROM ProduitsClient
                       WHERE (TiersSouscr = :IdTiersDeces
                       AND EtatProduit = 1
                       AND CoSouscripteur IS NOT NULL
                       AND CoSouscripteur > 0)
                   END-EXEC

                   EXEC SQL
                       UPDATE ProduitsClient
                       SET TiersSouscr = CoSouscripteur,
                           CoSouscripteur = 0
                       WHERE (TiersSouscr = :IdTiersDeces
                       AND EtatProduit = 1
                       AND CoSouscripteur IS NOT NULL
                       AND CoSouscripteur > 0)
                   END-EXEC

                   EXEC SQL
                       UPDATE ProduitsClient
                       SET CoSouscripteur = 0
                       WHERE CoSouscripteur = :IdTiersDeces
                   END-EXEC

                   Move 0 to NbContratsBloques
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :NbContratsBloques
                       FROM ProduitsClient
                       WHERE (TiersSouscr = :IdTiersDeces
                       AND EtatProduit = 1)
                   END-EXEC

                   EXEC SQL
                       UPDATE ProduitsClient
                       SET EtatProduit = 3
                       WHERE (TiersSouscr = :IdTiersDeces
                       AND EtatProduit = 1)
                   END-EXEC

                   If SQLCODE = 0 or SQLCODE = 100
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       move " Deces enregistre : " & NbContratsBloques & " contrat(s) bloque(s), " & NbContratsTransmis & " poursuivi(s) par le co-souscripteur " to LaInfoComm
                       display InfoComm
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoComm
                   else
                       EXEC SQL
                           ROLLBACK
                       END-EXEC
                       move " Erreur : declaration annulee, rien n'a ete modifie " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Reglement de succession d'un contrat bloque (EtatProduit 3) : la valeur courante
      *  est repartie entre les beneficiaires de la clause, au prorata des pourcentages,
      *  avec les memes postings 'R' et ordres de virement que le rachat total, puis le
      *  contrat est cloture (EtatProduit 0). Sur un produit a plancher de capital deces,
      *  le complement jusqu'au plancher est pose en ligne 'D' et reparti avec la valeur
      *-----------------------------------------------------------------------------------------------
       DecesSouscripteur-Reglement.
           Accept CodeProduitPC at line 11 col 29 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitPC) to CodeProduitPC
           display CodeProduitPC at line 11 col 29 foreground-color is 3 highlight
           Accept NoContratPCDisplay at line 11 col 31 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 11 col 31 foreground-color is 3 highlight
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 11 to LigneCle
           Move 40 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           move CodeProduitPC to CodeProduitOC
           move NoContratPC to NoContratOC

           EXEC SQL
               SELECT CodeProduit, NoContrat, ValeurCourante, TiersBenefic, TiersSouscr
               INTO :CodeProduitPC, :NoContratPC, :ValeurCourantePC, :TiersBeneficPC,
                :TiersSouscrPC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC
               AND EtatProduit = 3)
           END-EXEC

           If SQLCODE = 100
               move " Contrat non trouve ou non bloque pour succession " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
      *>  Avances en cours : leur solde se retient sur le reglement de
      *>  succession (cf AvanceContrat) - le net part aux beneficiaires
               move CodeProduitPC to CodeProduitOC
               move NoContratPC to NoContratOC
               Perform ChargeSoldeAvances
      *>  Date des 70 ans du defunt : partage des primes pour la fiscalite deces
               Perform ChargeDefuntDeces
      *>  Plancher de capital deces du produit (cf CalculPlancherDeces) :
      *>  le complement s'ajoute a la valeur avant retenue des avances
               Perform CalculPlancherDeces
               If SoldeAvancesContrat >
                  ValeurCourantePC + ComplementPlancherDeces
                   Move 0 to ValeurNetAvances
               else
                   Compute ValeurNetAvances = ValeurCourantePC
                       + ComplementPlancherDeces - SoldeAvancesContrat
               end-if
               Move ValeurNetAvances to ValeurRachatTotalDisplay
               Display ValeurRachatTotalDisplay at line 13 col 29 foreground-color is 3 highlight
               Move ComplementPlancherDeces to ValeurRachatTotalDisplay
               Display ValeurRachatTotalDisplay at line 14 col 29 foreground-color is 3 highlight

               Accept ConfirmeRachatTotal at line 15 col 29 required foreground-color is 3 highlight
               Move Function Upper-case(ConfirmeRachatTotal) to ConfirmeRachatTotal

               If ConfirmeRachatTotal = 'O'
                   Move 1 to RachatTotalOk
                   Move CodeOperateur to OperateurOC
                   Move 0 to EtatProduitPC
                   Move CodeOperateur to OperateurPC

                   EXEC SQL
                       UPDATE ProduitsClient
                       SET ValeurCourante = 0,
                           EtatProduit = :EtatProduitPC,
                           Operateur = :OperateurPC
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC)
                   END-EXEC

                   If SQLCODE <> 0
                       Display " Erreur : ProduitsClient " at line 24 Col 2 foreground-color is 2 highlight
                       Move 0 to RachatTotalOk
                   else
      *>  Complement de plancher deces pose avant les lignes 'R' des beneficiaires
                       If ComplementPlancherDeces > 0
                           Perform PoseComplementPlancherDeces
                       end-if
      *>  Repartition entre les beneficiaires de la clause, comme le rachat total
      *>  - chaque paiement net du prelevement deces du beneficiaire
                       Move 1 to ReglementSuccession
                       Move 0 to TotalPrelevementsDeces
                       EXEC SQL
                           OPEN BeneficiairesContrat-Curseur
                       END-EXEC
                       Move 0 to BeneficiairesContratEOF
                       Move 0 to NbBeneficiairesRachat

                       perform until BeneficiairesContratEOF = 1
                           EXEC SQL
                               FETCH BeneficiairesContrat-Curseur
                                   INTO :TiersBeneficPC, :PourcentageBenefRachat
                           END-EXEC

                           If SQLCODE = 100 OR SQLCODE = 101
                               Move 1 to BeneficiairesContratEOF
                           else
                               Add 1 to NbBeneficiairesRachat
                               Compute MontantRachatBenef rounded =
                                   ValeurNetAvances * PourcentageBenefRachat / 100
                               Compute PlancherPartBenef rounded =
                                   ComplementPlancherDeces * PourcentageBenefRachat / 100
                               Perform CalculPrelevementDeces
                               Perform RachatTotal-PaieBeneficiaire
                           end-if
                       end-perform

                       EXEC SQL
                           CLOSE BeneficiairesContrat-Curseur
                       END-EXEC

                       If NbBeneficiairesRachat = 0
                           Move 100 to PourcentageBenefRachat
                           Move ValeurNetAvances to MontantRachatBenef
                           Move ComplementPlancherDeces to PlancherPartBenef
                           Perform CalculPrelevementDeces
                           Perform RachatTotal-PaieBeneficiaire
                       end-if
                       Move 0 to PlancherPartBenef
                       Move 0 to PrelevementDecesBenef
                       Move 0 to ReglementSuccession

                       If RachatTotalOk = 1
      *>  Les avances retenues sur le reglement sont soldees
                           Perform SoldeAvancesApresReglement
                           EXEC SQL
                               COMMIT
                           END-EXEC
      *                    Avis referencant le decompte, adresse a la
      *                    succession du souscripteur
                           Move "SUCCESSION (DCPT)" to LibelleEvenement
                           Move ValeurNetAvances to MontantEvenement
                           Compute NetEvenement =
                               ValeurNetAvances - TotalPrelevementsDeces
                           Perform EcritNotificationClient

                           move " Succession reglee - contrat cloture :" & CodeProduitOC & ' ' & NoContratOC to LaInfoComm
                           display InfoComm
                           Accept FinInsertion at line 25 col 75
                           Display REsetInfoComm
                       else
                           EXEC SQL
                               ROLLBACK
                           END-EXEC
                           move " Erreur : reglement annule, rien n'a ete enregistre " to LaInfoAide
                           display InfoAide
                           Accept FinInsertion at line 25 col 75
                           Display REsetInfoAide
                       end-if
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Defunt du contrat en succession (TiersSouscrPC) et date de ses 70 ans dans
      *  DateCharniereDeces - date de naissance inconnue : toutes les primes sont reputees
      *  versees avant 70 ans
      *-----------------------------------------------------------------------------------------------
       ChargeDefuntDeces.
           Move TiersSouscrPC to IdTiersDefunt
           Move spaces to DateNaissanceDefunt
           EXEC SQL
               SELECT COALESCE(DateNaissance, ' ')
               INTO :DateNaissanceDefunt
               FROM TiersSB
               WHERE IdTiers = :IdTiersDefunt
           END-EXEC

           If DateNaissanceDefunt(1:4) is numeric
               Move DateNaissanceDefunt(1:4) to AnneeCharniereDeces
               Add AgeCharniereDeces to AnneeCharniereDeces
               Move DateNaissanceDefunt(5:6) to FinCharniereDeces
           else
               Move 9999 to AnneeCharniereDeces
               Move "-12-31" to FinCharniereDeces
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Plancher de capital deces de CodeProduitOC / NoContratOC : rien si le produit n'est pas
      *  PlancherDeces, sinon complement = plancher (cf RejouePrimesContrat) - ValeurCourantePC
      *  s'il est positif. Le rejeu est fait dans tous les cas : il partage aussi les primes
      *  avant / apres 70 ans pour la fiscalite deces
      *-----------------------------------------------------------------------------------------------
       CalculPlancherDeces.
           Move 0 to ComplementPlancherDeces
           Move 0 to PlancherPartBenef
           Perform RejouePrimesContrat

           Move CodeProduitOC to CodeProduitRecherche
           Perform ChargeParamProduit
           If ProduitTrouve = 1 and PlancherDeces of Tab = '1'
               If PlancherDecesContrat > ValeurCourantePC
                   Compute ComplementPlancherDeces =
                       PlancherDecesContrat - ValeurCourantePC
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Rejeu des mouvements de capital de CodeProduitOC / NoContratOC, archives comprises
      *  (lignes de report 'A' ecartees), hors interets, participation, prelevements et frais
      *  de gestion - memes signes que la situation a date :
      *  - PlancherDecesContrat : versements (S, V) nets de leurs frais diminues des rachats
      *    (R) nets de leur fiscalite ;
      *  - PrimesAvant70 / PrimesApres70 : les memes versements nets, classes par leur date
      *    d'operation par rapport a DateCharniereDeces
      *-----------------------------------------------------------------------------------------------
       RejouePrimesContrat.
           EXEC SQL
               DECLARE PlancherArch-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation, DateOperation,
                 COALESCE(NoOperationOrigine, 0), COALESCE(NatureFrais, ' ')
                From OperationsArchive
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC)
                ORDER BY NoOperation
           END-EXEC
           EXEC SQL
               DECLARE PlancherOps-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation, DateOperation,
                 COALESCE(NoOperationOrigine, 0),
                 COALESCE(StatutReglement, ' '), COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
                And TypeOperation <> 'A')
                ORDER BY NoOperation
           END-EXEC

           Move 0 to PlancherDecesContrat
           Move 0 to PrimesAvant70
           Move 0 to PrimesApres70
           Move space to DernierTypePlancher
           Move spaces to DateDernierePrime
           Move 0 to SauterFraisPlancher

           EXEC SQL
               OPEN PlancherArch-Curseur
           END-EXEC
           Move 0 to PlancherOpsEOF
           Perform RejoueArchivePlancher until PlancherOpsEOF = 1
           EXEC SQL
               CLOSE PlancherArch-Curseur
           END-EXEC

           EXEC SQL
               OPEN PlancherOps-Curseur
           END-EXEC
           Move 0 to PlancherOpsEOF
           Perform RejoueVivantePlancher until PlancherOpsEOF = 1
           EXEC SQL
               CLOSE PlancherOps-Curseur
           END-EXEC.

       RejoueArchivePlancher.
           EXEC SQL
               FETCH PlancherArch-Curseur
                   INTO :NoOperationOC, :TypeOperationOC,
                    :MontantOperationOC, :DateOperationOC,
                    :NoOperationOrigineOC, :NatureFraisOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to PlancherOpsEOF
           else
               Move space to StatutReglementOC
               Perform AppliqueOperationPlancher
           end-if.

       RejoueVivantePlancher.
           EXEC SQL
               FETCH PlancherOps-Curseur
                   INTO :NoOperationOC, :TypeOperationOC,
                    :MontantOperationOC, :DateOperationOC,
                    :NoOperationOrigineOC, :StatutReglementOC,
                    :NatureFraisOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to PlancherOpsEOF
           else
               Perform AppliqueOperationPlancher
           end-if.

      *    Seuls pesent les mouvements de capital : un cheque non encaisse
      *    et sa ligne de frais sautent, une ligne 'F' ne compte qu'apres
      *    un versement (frais d'entree, deduits de la prime) ou un rachat
      *    (fiscalite), jamais en frais de gestion ('G')
       AppliqueOperationPlancher.
           If TypeOperationOC = 'V' and StatutReglementOC = 'A'
               Move 1 to SauterFraisPlancher
               Move 'V' to DernierTypePlancher
           else
           If TypeOperationOC = 'F' and SauterFraisPlancher = 1
               Move 0 to SauterFraisPlancher
           else
           Evaluate TypeOperationOC
               When 'S'
                   Add MontantOperationOC to PlancherDecesContrat
                   Move 'S' to DernierTypePlancher
                   Move DateOperationOC to DateDernierePrime
                   Perform AjoutePrimeDeces
               When 'V'
                   Add MontantOperationOC to PlancherDecesContrat
                   Move 'V' to DernierTypePlancher
                   Move DateOperationOC to DateDernierePrime
                   Perform AjoutePrimeDeces
               When 'R'
                   Subtract MontantOperationOC from PlancherDecesContrat
                   Move 'R' to DernierTypePlancher
               When 'F'
                   If NatureFraisOC not = 'G'
                       Evaluate DernierTypePlancher
                           When 'R'
                               Add MontantOperationOC to PlancherDecesContrat
                           When 'S'
                           When 'V'
                               Subtract MontantOperationOC from PlancherDecesContrat
                               Move DateDernierePrime to DateOriginePlancher
                               Perform RetirePrimeDeces
                           When other
                               continue
                       End-evaluate
                   end-if
               When 'X'
                   Perform RejoueExtournePlancher
               When other
                   Move TypeOperationOC to DernierTypePlancher
           End-evaluate
           end-if
           end-if.

      *    Prime nette classee avant / apres 70 ans par sa date d'operation
       AjoutePrimeDeces.
           If DateOperationOC < DateCharniereDeces
               Add MontantOperationOC to PrimesAvant70
           else
               Add MontantOperationOC to PrimesApres70
           end-if.

       RetirePrimeDeces.
           If DateOriginePlancher < DateCharniereDeces
               Subtract MontantOperationOC from PrimesAvant70
           else
               Subtract MontantOperationOC from PrimesApres70
           end-if.

       RejoueExtournePlancher.
           Move space to TypeOriginePlancher
           Move space to NatureOriginePlancher
           Move spaces to DateOriginePlancher
           EXEC SQL
               SELECT TypeOperation, COALESCE(NatureFrais, ' '), DateOperation
               INTO :TypeOriginePlancher, :NatureOriginePlancher, :DateOriginePlancher
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOrigineOC)
           END-EXEC
           If SQLCODE = 100
               EXEC SQL
                   SELECT TypeOperation, COALESCE(NatureFrais, ' '), DateOperation
                   INTO :TypeOriginePlancher, :NatureOriginePlancher, :DateOriginePlancher
                   FROM OperationsArchive
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND NoOperation = :NoOperationOrigineOC)
               END-EXEC
           end-if

           Evaluate TypeOriginePlancher
               When 'S'
                   Subtract MontantOperationOC from PlancherDecesContrat
                   Perform RetirePrimeDeces
               When 'V'
                   Subtract MontantOperationOC from PlancherDecesContrat
                   Perform RetirePrimeDeces
               When 'R'
                   Add MontantOperationOC to PlancherDecesContrat
               When 'F'
                   If NatureOriginePlancher not = 'G'
                       Move space to TypeParentPlancher
                       Compute NoOperationParentPlc =
                           NoOperationOrigineOC - 1
                       EXEC SQL
                           SELECT TypeOperation
                           INTO :TypeParentPlancher
                           FROM OperationsCompte
                           WHERE (CodeProduit = :CodeProduitOC
                           AND NoContrat = :NoContratOC
                           AND NoOperation =
                               (SELECT MAX(NoOperation)
                                FROM OperationsCompte
                                WHERE CodeProduit = :CodeProduitOC
                                AND NoContrat = :NoContratOC
                                AND NoOperation <= :NoOperationParentPlc
                                AND TypeOperation <> 'F'))
                       END-EXEC
                       Evaluate TypeParentPlancher
                           When 'R'
                               Subtract MontantOperationOC from PlancherDecesContrat
                           When 'S'
                           When 'V'
                               Add MontantOperationOC to PlancherDecesContrat
      *                        Frais extournes : la prime redevient entiere
                               If DateOriginePlancher < DateCharniereDeces
                                   Add MontantOperationOC to PrimesAvant70
                               else
                                   Add MontantOperationOC to PrimesApres70
                               end-if
                           When other
                               continue
                       End-evaluate
                   end-if
               When other
                   continue
           End-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Fiscalite deces du beneficiaire courant (TiersBeneficPC, MontantRachatBenef) : part du
      *  capital issue des primes avant 70 ans au prorata des primes nettes, abattement restant
      *  du beneficiaire sur ce defunt (lignes PrelevementsDeces deja posees, tous contrats),
      *  puis prelevement au taux de base jusqu'a la tranche et au taux majore au-dela. La part
      *  apres 70 ans et sa quote-part des primes sont tracees pour la declaration de
      *  succession, sans retenue. Resultat dans PrelevementDecesBenef, ligne PrelevementsDeces
      *  posee dans la meme unite de travail que le reglement
      *-----------------------------------------------------------------------------------------------
       CalculPrelevementDeces.
           Move 0 to PrelevementDecesBenef
           Move 0 to CapitalApres70Benef
           Move 0 to PrimesApres70Benef
           Move 0 to AbattementImpute
           Move 0 to AssietteDeces

           If PrimesAvant70 < 0
               Move 0 to PrimesAvant70
           end-if
           If PrimesApres70 < 0
               Move 0 to PrimesApres70
           end-if
           Compute PrimesTotalesDeces = PrimesAvant70 + PrimesApres70
           If PrimesApres70 > 0 and PrimesTotalesDeces > 0
               Compute CapitalApres70Benef rounded =
                   MontantRachatBenef * PrimesApres70 / PrimesTotalesDeces
               Compute PrimesApres70Benef rounded =
                   PrimesApres70 * PourcentageBenefRachat / 100
           end-if
           Compute CapitalAvant70Benef =
               MontantRachatBenef - CapitalApres70Benef

      *    Abattement et tranche deja consommes par ce beneficiaire sur
      *    les autres contrats du meme defunt
           Move IdTiersDefunt to IdTiersDefuntDC
           Move TiersBeneficPC to TiersBeneficDC
           Move 0 to AbattementDejaImpute
           Move 0 to AssietteDejaTaxee
           EXEC SQL
               SELECT COALESCE(SUM(Abattement), 0), COALESCE(SUM(Assiette), 0)
               INTO :AbattementDejaImpute, :AssietteDejaTaxee
               FROM PrelevementsDeces
               WHERE (IdTiersDefunt = :IdTiersDefuntDC
               AND TiersBenefic = :TiersBeneficDC)
           END-EXEC

           If AbattementDejaImpute < AbattementDeces
               Compute AbattementImpute =
                   AbattementDeces - AbattementDejaImpute
               If AbattementImpute > CapitalAvant70Benef
                   Move CapitalAvant70Benef to AbattementImpute
               end-if
           end-if
           Compute AssietteDeces = CapitalAvant70Benef - AbattementImpute

      *    Tranche au taux de base : ce qu'il en reste apres les contrats
      *    deja regles, le surplus au taux majore
           Move 0 to AssietteTauxBase
           If AssietteDejaTaxee < TrancheDeces
               Compute AssietteTauxBase = TrancheDeces - AssietteDejaTaxee
               If AssietteTauxBase > AssietteDeces
                   Move AssietteDeces to AssietteTauxBase
               end-if
           end-if
           Compute PrelevementDecesBenef rounded =
               AssietteTauxBase * TauxPrelevementDeces
               + (AssietteDeces - AssietteTauxBase) * TauxPrelevementDecesMaj
           Add PrelevementDecesBenef to TotalPrelevementsDeces

           Move CodeProduitOC to CodeProduitDC
           Move NoContratOC to NoContratDC
           Move DateTraitement to DateOperationContrat
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateReglementDC
           end-string
           Move PourcentageBenefRachat to PourcentageDC
           Move CapitalAvant70Benef to CapitalAvant70DC
           Move CapitalApres70Benef to CapitalApres70DC
           Move PrimesApres70Benef to PrimesApres70DC
           Move AbattementImpute to AbattementDC
           Move AssietteDeces to AssietteDC
           Move PrelevementDecesBenef to PrelevementDC

           EXEC SQL
               INSERT INTO PrelevementsDeces
                   (IdTiersDefunt, TiersBenefic, CodeProduit, NoContrat,
                    DateReglement, Pourcentage, CapitalAvant70,
                    CapitalApres70, PrimesApres70, Abattement, Assiette,
                    Prelevement)
               VALUES
                   (:IdTiersDefuntDC, :TiersBeneficDC, :CodeProduitDC,
                    :NoContratDC, :DateReglementDC, :PourcentageDC,
                    :CapitalAvant70DC, :CapitalApres70DC, :PrimesApres70DC,
                    :AbattementDC, :AssietteDC, :PrelevementDC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : PrelevementsDeces " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to RachatTotalOk
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Ligne 'D' du complement de plancher deces (ComplementPlancherDeces), posee a la date de
      *  traitement avant les lignes 'R' des beneficiaires - meme forme que
      *  PoseFiscaliteRachatTotal
      *-----------------------------------------------------------------------------------------------
       PoseComplementPlancherDeces.
           Move ComplementPlancherDeces to MontantOperationOC
           Move 'D' to TypeOperationOC

           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC.
           Add 1 to NoOperationOC

           Move DateTraitement to DateOperationContrat
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateOperationOC
           end-string

           EXEC SQL
               INSERT INTO OperationsCompte
                   (CodeProduit
                   ,NoContrat
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,Operateur)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:OperateurOC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OperationsCompte " at line 24 Col 2 foreground-color is 2 highlight
               Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
               Move 0 to RachatTotalOk
           end-if.

       DecesSouscripteur-fin.
           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.

           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 23 - Extourne d'une operation erronee : l'operateur designe le NoOperation
      *  fautif (repere dans le listing des operations), le systeme contre-passe en lignes
      *  'X' referencant l'origine - l'operation ET sa ligne de frais 'F' associee - et
      *  reajuste ValeurCourante du net. Seuls les 'V' et 'R' se pretent a l'extourne : la
      *  souscription, les interets et les prelevements se corrigent par leurs propres
      *  traitements, et une ligne 'F' seule suit toujours son operation principale.
      *  Une operation deja extournee est refusee (pas de double correction).
      *-----------------------------------------------------------------------------------------------
       ExtourneOperation.
           perform ExtourneOperation-init.
           perform ExtourneOperation-trt until ChoixExtourne = 'A'.
           perform ExtourneOperation-fin.

       ExtourneOperation-init.
           Move space to ChoixExtourne

           Call 'ConnectSQL' using cnxDb

               SET AUTOCOMMIT OFF
           END-EXEC.

       ExtourneOperation-trt.
           Move 0 to ExtourneTrouve
           display M-ExtourneOperation
           Accept CodeProduitOC at line 4 col 26 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitOC) to CodeProduitOC
           display CodeProduitOC at line 4 col 26 foreground-color is 3 highlight
           Accept NoContratOC at line 4 col 28 required foreground-color is 3 highlight
           Move CodeProduitOC to CodeProduitCle
           Move NoContratOC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratOC
           Accept NoOperationExtourne at line 6 col 29 required foreground-color is 3 highlight

           If NoOperationExtourne = 0
               Move 'A' to ChoixExtourne
           else
               Move NoOperationExtourne to NoOperationOC
      *        L'etat du contrat est lu avec l'operation : extourner sur
      *        un contrat cloture ou bloque recrediterait une valeur que
      *        plus rien ne peut payer
               EXEC SQL
                   SELECT OC.TypeOperation, OC.MontantOperation,
                    OC.DateOperation, COALESCE(OC.StatutReglement, ' '),
                    PC.EtatProduit
                   INTO :TypeOperationOC, :MontantOperationOC, :DateOperationOC, :StatutReglementOC,
                    :EtatProduitPC
                   FROM OperationsCompte OC, ProduitsClient PC
                   WHERE (OC.CodeProduit = :CodeProduitOC
                   AND OC.NoContrat = :NoContratOC
                   AND OC.NoOperation = :NoOperationOC
                   AND PC.CodeProduit = OC.CodeProduit
                   AND PC.NoContrat = OC.NoContrat)
               END-EXEC

               evaluate true
                   when SQLCODE = 100
                       move " Operation non trouvee sur ce contrat " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   when EtatProduitPC not = 1
                       move " Contrat non actif : extourne impossible " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   when TypeOperationOC not = 'V' and TypeOperationOC not = 'R'
                       move " Seuls les versements et rachats peuvent etre extournes " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   when other
                       Move 0 to NbExtournesExistantes
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO :NbExtournesExistantes
                           FROM OperationsCompte
                           WHERE (CodeProduit = :CodeProduitOC
                           AND NoContrat = :NoContratOC
                           AND TypeOperation = 'X'
                           AND NoOperationOrigine = :NoOperationOC)
                       END-EXEC

                       If NbExtournesExistantes > 0
                           move " Operation deja extournee - pas de double correction " to LaInfoAide
                           display InfoAide
                           Accept FinInsertion at line 25 col 75
                           Display REsetInfoAide
                       else
                           Move 1 to ExtourneTrouve
                       end-if
               end-evaluate
           end-if.

           If ExtourneTrouve = 1
               Perform ExtourneOperation-Confirme
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Rappel de l'operation et de ses frais, confirmation, puis contre-passation groupee
      *-----------------------------------------------------------------------------------------------
       ExtourneOperation-Confirme.
           Move TypeOperationOC to TypeOperationOrigine
           Move MontantOperationOC to MontantOperationOrigine
           Move MontantOperationOC to MontantOperationOCDisplay

      *    Cheque encore en attente d'encaissement : le versement n'a
      *    jamais credite la valeur - l'extourne neutralisera la paire
      *    sans toucher ValeurCourante (cf ExtourneOperation-Enregistre)
           If TypeOperationOrigine = 'V' and StatutReglementOC = 'A'
               Move 1 to ExtourneSansValeur
               Display " (cheque non encaisse : valeur non touchee) " at line 9 col 70 foreground-color is 2 highlight
           else
               Move 0 to ExtourneSansValeur
           end-if

           Evaluate TypeOperationOrigine
               When 'V'
                   Move 'Versement' to TypeOperationOCDisplay
               When 'R'
                   Move 'Rachat' to TypeOperationOCDisplay
           end-evaluate

           Display TypeOperationOCDisplay at line 9 col 20 foreground-color is 3 highlight
           Display MontantOperationOCDisplay at line 9 col 38 foreground-color is 3 highlight
           Display DateOperationOC at line 9 col 58 foreground-color is 3 highlight

      *    Ligne de frais 'F' posee juste apres l'operation (meme NoOperation + 1,
      *    cf SaisieVersementLibre-trt / SaisieRachatLibre-trt) - une ligne de nature
      *    propre (penalite 'P', frais de gestion 'G') n'en fait pas partie
           Move 0 to MontantFraisExtourne
           Compute NoOperationFraisExt = NoOperationExtourne + 1
           Compute NoOperationPenaliteExt = NoOperationExtourne + 1
           Move NoOperationFraisExt to NoOperationOC
           EXEC SQL
               SELECT MontantOperation
               INTO :MontantOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOC
               AND TypeOperation = 'F'
               AND COALESCE(NatureFrais, ' ') = ' ')
           END-EXEC
           If SQLCODE = 0
               Move MontantOperationOC to MontantFraisExtourne
               Add 1 to NoOperationPenaliteExt
           end-if

      *    Penalite de sortie d'un rachat, derriere la fiscalite quand il y en a une
      *    (directement derriere le rachat sous dispense de prelevement)
           Move 0 to MontantPenaliteExtourne
           If TypeOperationOrigine = 'R'
               Move NoOperationPenaliteExt to NoOperationOC
               EXEC SQL
                   SELECT MontantOperation
                   INTO :MontantOperationOC
                   FROM OperationsCompte
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND NoOperation = :NoOperationOC
                   AND TypeOperation = 'F'
                   AND NatureFrais = 'P')
               END-EXEC
               If SQLCODE = 0
                   Move MontantOperationOC to MontantPenaliteExtourne
               end-if
           end-if

           Compute MontantOperationOCDisplay =
               MontantFraisExtourne + MontantPenaliteExtourne
           Display MontantOperationOCDisplay at line 11 col 20 foreground-color is 3 highlight
           If MontantPenaliteExtourne > 0
               Display "(dont penalite de sortie" at line 11 col 40 foreground-color is 2 highlight
               Move MontantPenaliteExtourne to MontantOperationOCDisplay
               Display MontantOperationOCDisplay at line 11 col 65 foreground-color is 2 highlight
           end-if

           Accept ConfirmeRachatTotal at line 13 col 31 required foreground-color is 3 highlight
           Move Function Upper-case(ConfirmeRachatTotal) to ConfirmeRachatTotal

           If ConfirmeRachatTotal = 'O'
               Perform ExtourneOperation-Enregistre
           end-if.

       ExtourneOperation-Enregistre.
           Move 1 to ExtourneOk
           Move DateTraitement to DateOperationContrat

      *    Contre-passation de l'operation principale
           Move NoOperationExtourne to NoOperationOrigineOC
           Move MontantOperationOrigine to MontantOperationOC
           Perform PoserExtourneEcran

      *    Contre-passation de la ligne de frais, si elle existe
           If ExtourneOk = 1 and MontantFraisExtourne > 0
               Move NoOperationFraisExt to NoOperationOrigineOC
               Move MontantFraisExtourne to MontantOperationOC
               Perform PoserExtourneEcran
           end-if

      *    Puis de la penalite de sortie d'un rachat
           If ExtourneOk = 1 and MontantPenaliteExtourne > 0
               Move NoOperationPenaliteExt to NoOperationOrigineOC
               Move MontantPenaliteExtourne to MontantOperationOC
               Perform PoserExtourneEcran
           end-if

      *    Reajustement de ValeurCourante : seul le net (brut - frais) avait
      *    credite ou debite le contrat. Un cheque encore en attente n'a
      *    jamais credite la valeur : la paire est neutralisee (statuts
      *    d'attente effaces, pour que la bonne fin automatique ne vienne
      *    pas crediter un cheque revenu impaye) et la valeur reste intacte
           If ExtourneOk = 1 and ExtourneSansValeur = 1
               Move ' ' to StatutReglementOC
               Move NoOperationExtourne to NoOperationOC
               EXEC SQL
                   UPDATE OperationsCompte
                   SET StatutReglement = ' '
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND NoOperation = :NoOperationOC)
               END-EXEC
               If MontantFraisExtourne > 0
                   Move NoOperationFraisExt to NoOperationOC
                   EXEC SQL
                       UPDATE OperationsCompte
                       SET StatutReglement = ' '
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC
                       AND NoOperation = :NoOperationOC)
                   END-EXEC
               end-if
           end-if

           If ExtourneOk = 1 and ExtourneSansValeur = 0
               Compute MontantNetExtourne = MontantOperationOrigine
                   - MontantFraisExtourne - MontantPenaliteExtourne
               Move CodeOperateur to OperateurPC

               If TypeOperationOrigine = 'V'
                   EXEC SQL
                       UPDATE ProduitsClient
                       SET ValeurCourante = ValeurCourante - :MontantNetExtourne,
                           Operateur = :OperateurPC
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC)
                   END-EXEC
               else
                   EXEC SQL
                       UPDATE ProduitsClient
                       SET ValeurCourante = ValeurCourante + :MontantNetExtourne,
                           Operateur = :OperateurPC
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC)
                   END-EXEC
               end-if
               If SQLCODE <> 0
                   Move 0 to ExtourneOk
               end-if
           end-if

           If ExtourneOk = 1
               EXEC SQL
                   COMMIT
               END-EXEC
               move " Extourne enregistree sur le contrat :" & CodeProduitOC & ' ' & NoContratOC to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               move " Erreur : extourne annulee, rien n'a ete enregistre " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Pose d'une ligne 'X' depuis l'ecran (montant et origine prepares par l'appelant),
      *  stampee de l'operateur - meme shape que les poses d'operations des saisies libres
      *-----------------------------------------------------------------------------------------------
       PoserExtourneEcran.
           Move 'X' to TypeOperationOC
           Move CodeOperateur to OperateurOC

           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC
           Add 1 to NoOperationOC

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateOperationOC
           end-string

           EXEC SQL
               INSERT INTO OperationsCompte
                   (CodeProduit
                   ,NoContrat
                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,Operateur
                   ,NoOperationOrigine)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:OperateurOC
                   ,:NoOperationOrigineOC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OperationsCompte " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to ExtourneOk
           end-if.

       ExtourneOperation-fin.
           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.

           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  Autorisation de l'option de menu selon le profil de l'operateur connecte :
      *  'S' superviseur = tout ; 'G' gestion = tout sauf le destructif et l'administration
      *  (rachat total, purge RGPD, succession, extourne, gestion des operateurs) ;
      *  'C' consultation = simulation, syntheses et listings seulement
      *-----------------------------------------------------------------------------------------------
       VerifieAutorisationOption.
           Move 0 to OptionAutorisee

           Evaluate ProfilOperateur
               When 'S'
                   Move 1 to OptionAutorisee
               When 'G'
                   Evaluate option
                       When 11
                       When 15
                       When 22
                       When 23
                       When 24
                       When 25
                       When 30
                       When 34
                       When 35
                       When 36
                       When 37
                       When 42
                       When 43
                       When 46
                       When 51
                       When 52
                       When 53
                       When 54
                       When 55
                       When 58
                           continue
                       When other
                           Move 1 to OptionAutorisee
                   End-evaluate
               When other
                   Evaluate option
                       When 1
                       When 2
                       When 3
                       When 8
                       When 9
                       When 40
                       When 0
                           Move 1 to OptionAutorisee
                       When other
                           continue
                   End-evaluate
           End-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  MENU 24 - Administration des operateurs : liste du referentiel puis creation ou
      *  mise a jour (un code deja connu est mis a jour) - meme ossature que GestionBanque
      *-----------------------------------------------------------------------------------------------
       GestionOperateurs.
           perform GestionOperateurs-init.
           perform GestionOperateurs-trt until ChoixGestionOperateurs = 'A'.
           perform GestionOperateurs-fin.

       GestionOperateurs-init.
           Move space to ChoixGestionOperateurs

           Call 'ConnectSQL' using cnxDb

           If SQLCODE <> 0
               Display " Erreur de connection à la base des données" at line 24 Col 2 foreground-color is 2 highlight
           else
               continue
           end-if.

       GestionOperateurs-trt.
           display M-Operateurs

           EXEC SQL
               OPEN Operateurs-Curseur
           END-EXEC.

           Move 0 to OperateursEOF
           Move 6 to LigneOperat

           Perform until OperateursEOF = 1
               EXEC SQL
                   FETCH Operateurs-Curseur
                       INTO :CodeOperatOT, :NomOperatOT, :ProfilOperatOT, :ActifOperatOT,
                        :CodeAgenceOT
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to OperateursEOF
               else
                   Evaluate ProfilOperatOT
                       When 'C'
                           Move "Consultation" to ProfilOperatDisplay
                       When 'G'
                           Move "Gestion" to ProfilOperatDisplay
                       When 'S'
                           Move "Superviseur" to ProfilOperatDisplay
                       When other
                           Move ProfilOperatOT to ProfilOperatDisplay
                   end-evaluate

                   Display CodeOperatOT at line LigneOperat col 2 foreground-color is 3 highlight
                   Display NomOperatOT at line LigneOperat col 12 foreground-color is 3 highlight
                   Display ProfilOperatDisplay at line LigneOperat col 44 foreground-color is 3 highlight
                   Display ActifOperatOT at line LigneOperat col 60 foreground-color is 3 highlight
                   Display CodeAgenceOT at line LigneOperat col 66 foreground-color is 3 highlight
                   Add 1 to LigneOperat
                   If LigneOperat > 20
                       Move 1 to OperateursEOF
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE Operateurs-Curseur
           END-EXEC.

           Move spaces to CodeOperatOT
           accept CodeOperatOT at line 21 col 40 foreground-color is 3 Highlight
           Move Function Upper-case(CodeOperatOT) to CodeOperatOT

           If CodeOperatOT = spaces
               Move 'A' to ChoixGestionOperateurs
           else
               Move spaces to NomOperatOT
               accept NomOperatOT at line 22 col 40 foreground-color is 3 Highlight

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept ProfilOperatOT at line 23 col 40 foreground-color is 3 Highlight
                   Move Function Upper-case(ProfilOperatOT) to ProfilOperatOT
                   evaluate ProfilOperatOT
                       when 'C'
                       when 'G'
                       when 'S'
                           move 1 to DonneesValides
                       when other
                           move " Saisie non valide : C, G ou S " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform

               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept ActifOperatOT at line 24 col 40 foreground-color is 3 Highlight
                   evaluate ActifOperatOT
                       when 0
                       when 1
                           move 1 to DonneesValides
                       when other
                           move " Saisie non valide : 1 (actif) ou 0 (desactive) " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform

      *        Agence de rattachement : connue du referentiel et active, a blanc pour le siege
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   Move spaces to CodeAgenceOT
                   accept CodeAgenceOT at line 24 col 61 foreground-color is 3 Highlight
                   Move Function Upper-case(CodeAgenceOT) to CodeAgenceOT
                   If CodeAgenceOT = spaces
                       move 1 to DonneesValides
                   else
                       Move CodeAgenceOT to CodeAgenceAG
                       Move 0 to ActifAgenceAG
                       EXEC SQL
                           SELECT Actif
                           INTO :ActifAgenceAG
                           FROM Agences
                           WHERE CodeAgence = :CodeAgenceAG
                       END-EXEC
                       If SQLCODE = 0 and ActifAgenceAG = 1
                           move 1 to DonneesValides
                       else
                           move " Agence inconnue ou inactive (blanc = siege) " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                       end-if
                   end-if
               end-perform

      *        Deblocage / reinitialisation du mot de passe (compte
      *        verrouille apres echecs, mot de passe oublie) : remet le
      *        compteur d'echecs et l'empreinte a zero, l'operateur
      *        devra definir un nouveau mot de passe a sa prochaine
      *        connexion (cf ControleLoginOperateur)
               Display " Reinit. mot de passe (O/N) ........ :" at line 25 col 1 foreground-color is 2 highlight
               move 0 to DonneesValides
               Perform until DonneesValides = 1
                   accept ChoixGestionOperateurs at line 25 col 40 foreground-color is 3 Highlight
                   Move Function Upper-case(ChoixGestionOperateurs) to ChoixGestionOperateurs
                   evaluate ChoixGestionOperateurs
                       when 'O'
                       when 'N'
                           move 1 to DonneesValides
                       when other
                           move " Saisie non valide : [O]ui ou [N]on " to LaInfoAide
                           display InfoAide
                           Display REsetInfoAide
                   end-evaluate
               end-perform

      *        Un code deja connu est mis a jour, sinon il est cree
               EXEC SQL
                   UPDATE Operateurs
                   SET NomOperat = :NomOperatOT,
                       ProfilOperat = :ProfilOperatOT,
                       ActifOperat = :ActifOperatOT,
                       CodeAgence = :CodeAgenceOT
                   WHERE CodeOperat = :CodeOperatOT
               END-EXEC

               If SQLCODE = 100
                   EXEC SQL
                       INSERT INTO Operateurs
                           (CodeOperat, NomOperat, ProfilOperat, ActifOperat,
                            EmpreinteMdp, DateChangeMdp, NbEchecs, CodeAgence)
                       VALUES
                           (:CodeOperatOT, :NomOperatOT, :ProfilOperatOT, :ActifOperatOT,
                            0, ' ', 0, :CodeAgenceOT)
                   END-EXEC
               else
                   If ChoixGestionOperateurs = 'O'
                       EXEC SQL
                           UPDATE Operateurs
                           SET EmpreinteMdp = 0,
                               NbEchecs = 0
                           WHERE CodeOperat = :CodeOperatOT
                       END-EXEC
                   end-if
               end-if
               Move space to ChoixGestionOperateurs

               If SQLCODE <> 0
                   Display " Erreur : Operateurs " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
                   accept FinInsertion at line 25 col 75
               else
                   move " Operateur enregistre " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               end-if
               display M-ResetEcran
           end-if.

       GestionOperateurs-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  Mise en file d'approbation d'une operation au-dela du seuil produit : une ligne 'A'
      *  dans OperationsEnAttente (type/montant prepares par l'appelant), rien n'est pose
      *  sur OperationsCompte ni ProduitsClient tant qu'un second operateur n'a pas valide
      *-----------------------------------------------------------------------------------------------
       MetEnAttenteApprobation.
           EXEC SQL
               SELECT MAX(NoAttente)
               INTO :NoAttenteOE
               FROM OperationsEnAttente
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoAttenteOE
           end-if
           Add 1 to NoAttenteOE

           Move CodeProduitOC to CodeProduitOE
           Move NoContratOC to NoContratOE
           Move TypeOperationAttente to TypeOperationOE
           Move MontantAttente to MontantOE
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateDemandeOE
           end-string
           Move CodeOperateur to OperateurDemandeOE
           Move 'A' to StatutAttenteOE
           Move spaces to OperateurValidOE
           Move spaces to DateValidOE
           Move spaces to CodeProduitDstOE
           Move 0 to NoContratDstOE
      *    Donneur d'ordre capture a l'ecran (cf SaisieDonneurOrdre) : la
      *    validation le reporte sur l'operation posee - le transfert entre
      *    contrats n'en saisit pas
           If TypeOperationAttente = 'X'
               Move 0 to DonneurOrdreOE
           else
               Move DonneurOrdreSaisi to DonneurOrdreOE
           end-if
           If TypeOperationAttente = 'T' or TypeOperationAttente = 'X'
               Move spaces to DateValeurOE
               Move space to ModeReglementOE
               Move space to StatutReglementOE
      *        Transfert : le contrat destination suit la demande
               If TypeOperationAttente = 'X'
                   Move CodeProduitDstTrf to CodeProduitDstOE
                   Move NoContratDstTrf to NoContratDstOE
               end-if
           else
               Move DateValeurOC to DateValeurOE
      *        Le mode de reglement capture a l'ecran suit la demande :
      *        un cheque validera en attente d'encaissement
               Move ModeReglementOC to ModeReglementOE
               Move StatutReglementOC to StatutReglementOE
           end-if

           EXEC SQL
               INSERT INTO OperationsEnAttente
                   (NoAttente, CodeProduit, NoContrat, TypeOperation, Montant,
                    DateDemande, OperateurDemande, StatutAttente,
                    OperateurValidation, DateValidation, DateValeur,
                    ModeReglement, StatutReglement, CodeProduitDst,
                    NoContratDst, DonneurOrdre)
               VALUES
                   (:NoAttenteOE, :CodeProduitOE, :NoContratOE, :TypeOperationOE,
                    :MontantOE, :DateDemandeOE, :OperateurDemandeOE,
                    :StatutAttenteOE, :OperateurValidOE, :DateValidOE,
                    :DateValeurOE, :ModeReglementOE, :StatutReglementOE,
                    :CodeProduitDstOE, :NoContratDstOE, :DonneurOrdreOE)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OperationsEnAttente " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               move " Erreur : l'operation n'a pas pu etre mise en attente " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               If LimiteJourDepassee = 1
                   move " Limite journaliere de l'operateur atteinte : attente d'approbation No " & NoAttenteOE to LaInfoComm
               else
                   move " Montant au-dela du seuil produit : operation en attente d'approbation No " & NoAttenteOE to LaInfoComm
               end-if
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm

      *        Un rachat saisi previent le client des la saisie, sans
      *        attendre l'approbation
               If TypeOperationAttente = 'R' or TypeOperationAttente = 'T'
                   If TypeOperationAttente = 'R'
                       Move "RACHAT" to EvenementSMS
                   else
                       Move "RTOTAL" to EvenementSMS
                   end-if
                   Move 0 to IdTiersSMS
                   Move CodeProduitOE to CodeProduitSMS
                   Move NoContratOE to NoContratSMS
                   Move MontantOE to MontantSMS
                   Perform EnvoieAlerteSMS
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Limite journaliere de pose de l'operateur connecte : plafond de son profil, remplace
      *  par celui de l'operateur s'il en a un (LimitesOperateurs.csv), pour le sens demande
      *  ('V' versements, 'R' rachats) ; cumul de ce qu'il a deja pose ce jour dans ce sens
      *  (lignes OperationsCompte a son nom, validations de la file comprises) plus le
      *  montant en cours. LimiteJourDepassee = 1 : l'operation part en file d'approbation
      *-----------------------------------------------------------------------------------------------
       ControleLimiteJournaliere.
           Move 0 to LimiteJourDepassee
           Move 0 to PlafondProfilTrouve
           Move 0 to PlafondOperateurTrouve
           Move 0 to LimiteOperateurTrouvee
           Move 1 to IndexLimiteOp
           Perform ControleLimiteJournaliere-Cherche
               until IndexLimiteOp > NbLigneLimiteOp
           If LimiteOperateurTrouvee = 1
               Move PlafondOperateurTrouve to PlafondJourOperateur
           else
               Move PlafondProfilTrouve to PlafondJourOperateur
           end-if

           If PlafondJourOperateur > 0
               String Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement into DateJourLimite
               end-string
               Move 0 to CumulJourOperateur
               EXEC SQL
                   SELECT COALESCE(SUM(MontantOperation), 0)
                   INTO :CumulJourOperateur
                   FROM OperationsCompte
                   WHERE (Operateur = :CodeOperateur
                   AND TypeOperation = :TypeLimiteControle
                   AND DateOperation = :DateJourLimite)
               END-EXEC
               If SQLCODE not = 0
                   Move 0 to CumulJourOperateur
               end-if
               If CumulJourOperateur + MontantLimiteControle > PlafondJourOperateur
                   Move 1 to LimiteJourDepassee
               end-if
           end-if.

       ControleLimiteJournaliere-Cherche.
           Evaluate true
               When TypeCleLimite of ligneLimiteOp(IndexLimiteOp) = 'O'
                and CleLimite of ligneLimiteOp(IndexLimiteOp) = CodeOperateur
                   Move 1 to LimiteOperateurTrouvee
                   If TypeLimiteControle = 'V'
                       Move PlafondVersJour of ligneLimiteOp(IndexLimiteOp) to PlafondOperateurTrouve
                   else
                       Move PlafondRachatsJour of ligneLimiteOp(IndexLimiteOp) to PlafondOperateurTrouve
                   end-if
               When TypeCleLimite of ligneLimiteOp(IndexLimiteOp) = 'P'
                and CleLimite of ligneLimiteOp(IndexLimiteOp) = ProfilOperateur
                   If TypeLimiteControle = 'V'
                       Move PlafondVersJour of ligneLimiteOp(IndexLimiteOp) to PlafondProfilTrouve
                   else
                       Move PlafondRachatsJour of ligneLimiteOp(IndexLimiteOp) to PlafondProfilTrouve
                   end-if
           End-evaluate
           Add 1 to IndexLimiteOp.

      *-----------------------------------------------------------------------------------------------
      *  MENU 25 - Approbation des operations en attente (controle a deux regards) : liste
      *  des attentes, puis [V] validation (par un operateur DIFFERENT du demandeur - la
      *  pose sur OperationsCompte/ProduitsClient n'a lieu qu'ici) ou [J] refus
      *-----------------------------------------------------------------------------------------------
       ApprobationOperations.
           perform ApprobationOperations-init.
      *    Fenetre de comptabilisation : une decision d'approbation pose
      *    de l'argent, la journee fermee bloque donc l'ecran entier
           Move "ApprobationOperations" to EcranControleJournee
           Perform VerifieJourneeOuverte
           If JourneeOuverte = 1
               perform ApprobationOperations-trt until ChoixApprobation = '0'
           end-if.
           perform ApprobationOperations-fin.

       ApprobationOperations-init.
           Move spaces to ChoixApprobation

           Call 'ConnectSQL' using cnxDb

               SET AUTOCOMMIT OFF
           END-EXEC.

       ApprobationOperations-trt.
           display M-ApprobationOperations

           EXEC SQL
               OPEN OperationsAttente-Curseur
           END-EXEC.

           Move 0 to AttenteEOF
           Move 7 to LigneDetailsAttente

           perform until AttenteEOF = 1
               EXEC SQL
                   FETCH OperationsAttente-Curseur
                       INTO :NoAttenteOE, :CodeProduitOE, :NoContratOE,
                        :TypeOperationOE, :MontantOE, :DateDemandeOE,
                        :OperateurDemandeOE, :DateValeurOE,
                        :ModeReglementOE, :StatutReglementOE
               END-EXEC

               If SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to AttenteEOF
               else
                   Move NoAttenteOE to NoAttenteOEDisplay
                   Move MontantOE to MontantOEDisplay
                   Evaluate TypeOperationOE
                       When 'V'
                           Move "Versement" to TypeAttenteDisplay
                       When 'R'
                           Move "Rachat" to TypeAttenteDisplay
                       When 'T'
                           Move "Rachat total" to TypeAttenteDisplay
                       When 'X'
                           Move "Transfert" to TypeAttenteDisplay
                       When other
                           Move TypeOperationOE to TypeAttenteDisplay
                   end-evaluate

                   Display NoAttenteOEDisplay at line LigneDetailsAttente col 2 foreground-color is 3 highlight
                   Display CodeProduitOE at line LigneDetailsAttente col 13 foreground-color is 3 highlight
                   Display NoContratOE at line LigneDetailsAttente col 19 foreground-color is 3 highlight
                   Display TypeAttenteDisplay at line LigneDetailsAttente col 29 foreground-color is 3 highlight
                   Display MontantOEDisplay at line LigneDetailsAttente col 42 foreground-color is 3 highlight
                   Display DateDemandeOE at line LigneDetailsAttente col 56 foreground-color is 3 highlight
                   Display OperateurDemandeOE at line LigneDetailsAttente col 68 foreground-color is 3 highlight

                   Add 1 to LigneDetailsAttente
                   If LigneDetailsAttente > 20
                       Move 7 to LigneDetailsAttente
                       move "Pressez entree pour afficher la suite >>" to LaInfoAide
                       Display InfoAide
                       Accept PaginationOk at line 25 col 74 foreground-color is 3 Highlight
                       Display REsetInfoAide
                       display M-ResetEcran
                       display M-ApprobationOperations
                   end-if
               end-if
           end-perform.

           EXEC SQL
               CLOSE OperationsAttente-Curseur
           END-EXEC.

           move " [V] Valider une attente, [J] Refuser, [2] Rafraichir, [0] Sortir" to LaInfoAide
           display InfoAide
           accept ChoixApprobation at line 24 col 75 foreground-color is 2 highlight
           Display REsetInfoAide
           Move Function Upper-case(ChoixApprobation) to ChoixApprobation

           evaluate ChoixApprobation
               When 'V'
                   Perform ApprobationOperations-Decide
                   Move spaces to ChoixApprobation
               When 'J'
                   Perform ApprobationOperations-Decide
                   Move spaces to ChoixApprobation
               When '2'
                   Move spaces to ChoixApprobation
               When '0'
                   continue
               When other
                   Move '0' to ChoixApprobation
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Decision sur une attente : le NoAttente est saisi, le statut verifie, puis le refus
      *  est enregistre tel quel et la validation - par un operateur DIFFERENT du demandeur -
      *  pose reellement l'operation (cf ApprobationPose*)
      *-----------------------------------------------------------------------------------------------
       ApprobationOperations-Decide.
           Move 0 to NoAttenteSaisi
           Display " NoAttente a traiter :" at line 23 col 2 foreground-color is 3 highlight
           Accept NoAttenteSaisi at line 23 col 25 foreground-color is 3 highlight
           Move NoAttenteSaisi to NoAttenteOE

           EXEC SQL
               SELECT CodeProduit, NoContrat, TypeOperation, Montant,
                OperateurDemande, StatutAttente, DateValeur,
                ModeReglement, StatutReglement, DateDemande,
                COALESCE(CodeProduitDst, ' '), COALESCE(NoContratDst, 0),
                COALESCE(DonneurOrdre, 0)
               INTO :CodeProduitOE, :NoContratOE, :TypeOperationOE, :MontantOE,
                :OperateurDemandeOE, :StatutAttenteOE, :DateValeurOE,
                :ModeReglementOE, :StatutReglementOE, :DateDemandeOE,
                :CodeProduitDstOE, :NoContratDstOE, :DonneurOrdreOE
               FROM OperationsEnAttente
               WHERE NoAttente = :NoAttenteOE
           END-EXEC

           evaluate true
               when SQLCODE = 100
                   move " Attente inconnue " to LaInfoAide
                   display InfoAide
                   accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when StatutAttenteOE not = 'A'
                   move " Cette attente a deja ete traitee " to LaInfoAide
                   display InfoAide
                   accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when ChoixApprobation = 'V' and OperateurDemandeOE = CodeOperateur
      *            Le controle a deux regards exige un second operateur
                   move " Validation refusee : meme operateur que la demande " to LaInfoAide
                   display InfoAide
                   accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               when other
                   Move 1 to ApprobationOk
                   If ChoixApprobation = 'V'
                       Perform ApprobationPoseOperation
                   end-if

                   If ApprobationOk = 1
                       If ChoixApprobation = 'V'
                           Move 'V' to StatutAttenteOE
                       else
                           Move 'R' to StatutAttenteOE
                       end-if
                       Move CodeOperateur to OperateurValidOE
                       String Annee of DateTraitement '-'
                           Mois of DateTraitement '-'
                           Jour of DateTraitement into DateValidOE
                       end-string

                       EXEC SQL
                           UPDATE OperationsEnAttente
                           SET StatutAttente = :StatutAttenteOE,
                               OperateurValidation = :OperateurValidOE,
                               DateValidation = :DateValidOE
                           WHERE NoAttente = :NoAttenteOE
                       END-EXEC

                       EXEC SQL
                           COMMIT
                       END-EXEC
                       move " Attente traitee " to LaInfoComm
                       display InfoComm
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoComm
                       EXEC SQL
                           ROLLBACK
                       END-EXEC
                       move " Erreur : decision annulee, rien n'a ete enregistre " to LaInfoAide
                       display InfoAide
                       Accept FinInsertion at line 25 col 75
                       Display REsetInfoAide
                   end-if
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Pose reelle de l'operation validee : memes ecritures que les saisies d'origine
      *  (versement/rachat libre, rachat total), l'operateur de la pose restant le
      *  demandeur et le donneur d'ordre de la demande etant porte sur la ligne posee
      *  (cf MarqueDonneurOrdre) - la validation est tracee sur la ligne d'attente
      *-----------------------------------------------------------------------------------------------
       ApprobationPoseOperation.
           Move CodeProduitOE to CodeProduitOC
           Move NoContratOE to NoContratOC
           Move DonneurOrdreOE to DonneurOrdreSaisi
           Move CodeProduitOE to CodeProduitRecherche
           Perform ChargeParamProduit
      *    La file se tarife comme l'ecran qui l'a remplie : version
      *    des parametres en vigueur a la date de la DEMANDE (cf
      *    ChargeParamProduitDate)
           Move DateDemandeOE to DateVersionRecherche
           Perform ChargeParamProduitDate

      *    Especes : le mouvement va a la caisse du demandeur, qui doit
      *    etre encore ouverte (cf EnregistreMouvementCaisse)
           If ModeReglementOE = 'E'
              and (TypeOperationOE = 'V' or TypeOperationOE = 'R')
               Move OperateurDemandeOE to OperateurCaisse
               Perform ChargeCaisseOuverte
               If CaisseOuverte = 0
                   move " Caisse especes du demandeur deja arretee : validation impossible " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
                   Move 0 to ApprobationOk
               end-if
           end-if

           If ProduitTrouve = 0 or ApprobationOk = 0
               Move 0 to ApprobationOk
           else
               Evaluate TypeOperationOE
                   When 'V'
                       Perform ApprobationPoseVersement
                   When 'R'
                       Perform ApprobationPoseRachat
                   When 'T'
                       Perform ApprobationPoseRachatTotal
                   When 'X'
                       Perform ApprobationPoseTransfert
                   When other
                       Move 0 to ApprobationOk
               End-evaluate
           end-if
           Move 0 to DonneurOrdreSaisi.

       ApprobationPoseVersement.
      *    Plafond reglementaire rejoue a la pose : l'encours a pu monter
      *    depuis la demande (cf ControlePlafondVersement)
           Move CodeProduitOC to CodeProduitPlafond
           Move NoContratOC to NoContratPlafond
           Move MontantOE to MontantPlafondControle
           Perform ChargeIdentitePlafond
           Perform ControlePlafondVersement
           If PlafondDepasse = 1
               move " Plafond du produit atteint : versement maximum " & DisponiblePlafondDisplay & " Eur " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
               Move 0 to ApprobationOk
           else
           Move MontantOE to MontantOperationOC
           Move 'V' to TypeOperationOC
           Move OperateurDemandeOE to OperateurOC
           Move DateValeurOE to DateValeurOC
           Move ModeReglementOE to ModeReglementOC
           Move StatutReglementOE to StatutReglementOC
           Perform ApprobationPoseLigne

           If ApprobationOk = 1
               Perform MarqueDonneurOrdre
      *        Especes : entree dans la caisse du demandeur, qui les a
      *        recues au guichet
               If ModeReglementOC = 'E'
                   Move 'E' to SensMouvementCaisse
                   Move MontantOE to MontantMouvementCaisse
                   Move OperateurDemandeOE to OperateurCaisse
                   Perform EnregistreMouvementCaisse
               end-if
      *        Derogation de frais negociee sur ce contrat
               Move 0 to DerogFraisPC
               EXEC SQL
                   SELECT COALESCE(DerogFrais, 0),
                    COALESCE(FraisVersementDerog, 0)
                   INTO :DerogFraisPC, :FraisVersDerogPC
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC)
               END-EXEC
               If DerogFraisPC = 1
                   multiply MontantOE by FraisVersDerogPC giving FraisContratTmp
               else
                   multiply MontantOE by FraisVersement of Tab giving FraisContratTmp
               end-if
               Subtract FraisContratTmp from MontantOE giving MontantNetApprobation

      *        Cheque en attente d'encaissement : le credit de la valeur est
      *        differe a la bonne fin, meme en sortie de file d'approbation
      *        (cf SaisieVersementLibre-trt / ChequesEnAttente)
               If StatutReglementOC = 'A'
                   continue
               else
                   EXEC SQL
                       UPDATE ProduitsClient
                       SET ValeurCourante = ValeurCourante + :MontantNetApprobation
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC)
                   END-EXEC
               end-if

               Move 'F' to TypeOperationOC
               Move FraisContratTmp to MontantOperationOC
               Perform ApprobationPoseLigne

      *        Vigilance LCB-FT : les operations au-dela du seuil
      *        d'approbation sont precisement celles a surveiller
               If ApprobationOk = 1
                   Move 'V' to TypeControleAML
                   Move MontantOE to MontantControleAML
                   Perform ControleSeuilsAML

      *            Avis de confirmation au client, comme pour une
      *            saisie directe
                   Move "VERSEMENT" to LibelleEvenement
                   Move MontantOE to MontantEvenement
                   Perform EcritNotificationClient
               end-if
           end-if
           end-if.

       ApprobationPoseRachat.
      *    Dispense de prelevement forfaitaire du souscripteur : la
      *    file d'approbation applique la meme regle que la saisie
      *    directe (cf SaisieRachatLibre-trt) - un client dispense
      *    passe par ici pour tout rachat au-dela du seuil ou venu du
      *    portail, il ne doit pas y retrouver la retenue
           EXEC SQL
               SELECT ValeurCourante, TiersSouscr, COALESCE(MontantSaisi, 0)
               INTO :ValeurCourantePC, :TiersSouscrPC, :MontantSaisiPC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC
           If SQLCODE <> 0
               Move 0 to ValeurCourantePC
               Move 0 to MontantSaisiPC
           end-if
           Perform ChargeDispenseFiscale

      *    Fiscalite sur la part de plus-value (cf CalculFiscaliteRachat)
           Move MontantOE to MontantBrutFiscal
           Move ValeurCourantePC to ValeurFiscaleRachat
           Perform CalculFiscaliteRachat
           Move FiscaliteRachat to FraisContratTmp
      *    Penalite de sortie du bareme, a la date de la demande
           Move MontantOE to MontantBrutPenalite
           Perform CalculPenaliteRachat
           Compute MontantNetApprobation =
               MontantOE - FraisContratTmp - PenaliteRachat

      *    La part gelee par une saisie / ATD (cf RegistreSaisies) ne
      *    se rachete pas : elle sort de la valeur disponible
           Move MontantNetApprobation to ValeurResiduelleRachat
           Perform ControleValeurResiduelle
           If MontantNetApprobation > ValeurCourantePC - MontantSaisiPC
               move " Valeur disponible du contrat insuffisante : valider impossible " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
               Move 0 to ApprobationOk
           else
      *    Valeur residuelle minimum du produit (cf ControleValeurResiduelle) :
      *    la demande se rejette, le client est recontacte pour un rachat total
           If ResiduelInsuffisant = 1
               move " Sous le residuel minimum (" & ValeurResidMinDisplay & " Eur) : rejeter, proposer rachat total " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
               Move 0 to ApprobationOk
           else
               Move MontantOE to MontantOperationOC
               Move 'R' to TypeOperationOC
               Move OperateurDemandeOE to OperateurOC
               Move DateValeurOE to DateValeurOC
               Move ModeReglementOE to ModeReglementOC
               Move space to StatutReglementOC
               Perform ApprobationPoseLigne

               If ApprobationOk = 1
                   Perform MarqueFiscaliteRachat
                   Perform MarqueDonneurOrdre
      *            Especes : le net remis au client sort de la caisse du
      *            demandeur
                   If ModeReglementOC = 'E'
                       Move 'S' to SensMouvementCaisse
                       Move MontantNetApprobation to MontantMouvementCaisse
                       Move OperateurDemandeOE to OperateurCaisse
                       Perform EnregistreMouvementCaisse
                   end-if
                   EXEC SQL
                       UPDATE ProduitsClient
                       SET ValeurCourante = ValeurCourante - :MontantNetApprobation
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC)
                   END-EXEC

      *            Fiscalite de rachat en ligne 'F' - sautee si rien
      *            n'a ete preleve (dispense, ou pas de plus-value
      *            imposable apres abattement)
                   If FraisContratTmp > 0
                       Move 'F' to TypeOperationOC
                       Move FraisContratTmp to MontantOperationOC
                       Perform ApprobationPoseLigne
                   end-if

      *            Penalite de sortie en ligne 'F' de nature 'P'
                   If ApprobationOk = 1 and PenaliteRachat > 0
                       Move PenaliteRachat to MontantOperationOC
                       Perform PosePenaliteRachat
                       If SQLCODE <> 0
                           Move 0 to ApprobationOk
                       end-if
                   end-if

      *            Vigilance LCB-FT sur le rachat valide
                   If ApprobationOk = 1
                       Move 'R' to TypeControleAML
                       Move MontantOE to MontantControleAML
                       Perform ControleSeuilsAML

      *                Avis de confirmation au client, comme pour une
      *                saisie directe
                       Move "RACHAT" to LibelleEvenement
                       Move MontantOE to MontantEvenement
                       Perform EcritNotificationClient
                   end-if
               end-if
           end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Transfert valide : les deux contrats sont relus (disponibilite, nantissement,
      *  derogation de frais de la destination), puis memes ecritures que la saisie directe
      *  (cf TransfertContrats-Ecritures), au nom du demandeur
      *-----------------------------------------------------------------------------------------------
       ApprobationPoseTransfert.
           Move CodeProduitOE to CodeProduitSrcTrf
           Move NoContratOE to NoContratSrcTrf
           Move CodeProduitDstOE to CodeProduitDstTrf
           Move NoContratDstOE to NoContratDstTrf
           Move MontantOE to MontantTransfert

           EXEC SQL
               SELECT ValeurCourante - COALESCE(MontantSaisi, 0),
                COALESCE(Nanti, 0)
               INTO :ValeurSrcTrf, :NantiSrcTrf
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitSrcTrf
               AND NoContrat = :NoContratSrcTrf
               AND EtatProduit = 1)
           END-EXEC
           If SQLCODE not = 0 or NantiSrcTrf = 1
            or MontantTransfert > ValeurSrcTrf
               move " Contrat source indisponible, nanti ou insuffisant : valider impossible " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
               Move 0 to ApprobationOk
           else
               EXEC SQL
                   SELECT COALESCE(DerogFrais, 0),
                    COALESCE(FraisVersementDerog, 0)
                   INTO :DerogDstTrf, :FraisVersDerogDstTrf
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitDstTrf
                   AND NoContrat = :NoContratDstTrf
                   AND EtatProduit = 1)
               END-EXEC
               If SQLCODE not = 0
                   move " Contrat destination indisponible : valider impossible " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
                   Move 0 to ApprobationOk
               else
      *            Frais du produit destination, version a la date de la demande
                   Move CodeProduitDstTrf to CodeProduitRecherche
                   Perform ChargeParamProduit
                   Move DateDemandeOE to DateVersionRecherche
                   Perform ChargeParamProduitDate
                   Perform TransfertContrats-Frais

                   Move OperateurDemandeOE to OperateurOC
                   Perform TransfertContrats-Ecritures
                   Move TransfertOk to ApprobationOk
                   If ApprobationOk = 1
                       Perform TransfertContrats-Avis
                   end-if
               end-if
           end-if.

       ApprobationPoseRachatTotal.
           EXEC SQL
               SELECT ValeurCourante, TiersBenefic, TiersSouscr
               INTO :ValeurCourantePC, :TiersBeneficPC, :TiersSouscrPC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND EtatProduit = 1
               AND COALESCE(MontantSaisi, 0) = 0)
           END-EXEC

      *    Un contrat sous saisie / ATD (cf RegistreSaisies) ne se
      *    cloture pas : la demande reste en file
           If SQLCODE <> 0
               move " Contrat non trouve, plus actif ou saisi : valider impossible " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
               Move 0 to ApprobationOk
           else
      *        Frais de gestion de l'annee au prorata, puis fiscalite
      *        sur la part de plus-value et penalite de sortie, comme la
      *        cloture directe (cf RachatTotal-trt)
               Move CodeProduitOC to CodeProduitRecherche
               Perform ChargeParamProduit
               Perform CalculFraisGestionCloture
               Compute ValeurApresFraisGestion =
                   ValeurCourantePC - FraisGestionCloture

               Perform ChargeDispenseFiscale
               Move ValeurApresFraisGestion to MontantBrutFiscal
               Move ValeurApresFraisGestion to ValeurFiscaleRachat
               Perform CalculFiscaliteRachat
               Move FiscaliteRachat to FiscaliteRachatTotal
               Move ValeurApresFraisGestion to MontantBrutPenalite
               Perform CalculPenaliteRachat
               Move PenaliteRachat to PenaliteRachatTotal
               If PenaliteRachatTotal > ValeurApresFraisGestion - FiscaliteRachatTotal
                   Compute PenaliteRachatTotal = ValeurApresFraisGestion - FiscaliteRachatTotal
               end-if
               Compute NetRachatTotal =
                   ValeurApresFraisGestion - FiscaliteRachatTotal - PenaliteRachatTotal

               Move 1 to RachatTotalOk
               Move OperateurDemandeOE to OperateurOC
               Move 0 to EtatProduitPC
               Move CodeOperateur to OperateurPC

               EXEC SQL
                   UPDATE ProduitsClient
                   SET ValeurCourante = 0,
                       EtatProduit = :EtatProduitPC,
                       Operateur = :OperateurPC
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC)
               END-EXEC

               If SQLCODE <> 0
                   Move 0 to ApprobationOk
               else
                   If FraisGestionCloture > 0
                       Perform PoseFraisGestionCloture
                       If SQLCODE <> 0
                           Move 0 to RachatTotalOk
                       end-if
                   end-if

                   EXEC SQL
                       OPEN BeneficiairesContrat-Curseur
                   END-EXEC
                   Move 0 to BeneficiairesContratEOF
                   Move 0 to NbBeneficiairesRachat
                   Move 1 to MarqueFiscaliteTotal
      *            Donneur d'ordre de la demande (cf ApprobationPoseOperation)
      *            porte sur les lignes 'R' par RachatTotal-PaieBeneficiaire

                   perform until BeneficiairesContratEOF = 1
                       EXEC SQL
                           FETCH BeneficiairesContrat-Curseur
                               INTO :TiersBeneficPC, :PourcentageBenefRachat
                       END-EXEC

                       If SQLCODE = 100 OR SQLCODE = 101
                           Move 1 to BeneficiairesContratEOF
                       else
                           Add 1 to NbBeneficiairesRachat
                           Compute MontantRachatBenef rounded =
                               NetRachatTotal * PourcentageBenefRachat / 100
                           Perform RachatTotal-PaieBeneficiaire
                       end-if
                   end-perform

                   EXEC SQL
                       CLOSE BeneficiairesContrat-Curseur
                   END-EXEC

                   If NbBeneficiairesRachat = 0
                       Move 100 to PourcentageBenefRachat
                       Move NetRachatTotal to MontantRachatBenef
                       Perform RachatTotal-PaieBeneficiaire
                   end-if
                   Move 0 to MarqueFiscaliteTotal

                   If RachatTotalOk = 1 and FiscaliteRachatTotal > 0
                       Perform PoseFiscaliteRachatTotal
                   end-if
                   If RachatTotalOk = 1 and PenaliteRachatTotal > 0
                       Move PenaliteRachatTotal to MontantOperationOC
                       Perform PosePenaliteRachat
                       If SQLCODE <> 0
                           Move 0 to RachatTotalOk
                       end-if
                   end-if

                   If RachatTotalOk = 0
                       Move 0 to ApprobationOk
                   end-if

      *            Avis de confirmation au client, comme pour une
      *            saisie directe
                   If ApprobationOk = 1
                       Move "RACHAT TOTAL" to LibelleEvenement
                       Move ValeurCourantePC to MontantEvenement
                       Move NetRachatTotal to NetEvenement
                       Perform EcritNotificationClient
                   end-if
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Pose d'une ligne OperationsCompte depuis l'approbation (type/montant/operateur/date
      *  de valeur prepares par l'appelant) - meme shape que les saisies libres
      *-----------------------------------------------------------------------------------------------
       ApprobationPoseLigne.
           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
           END-EXEC
           Add 1 to NoOperationOC

           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateOperationOC
           end-string

           EXEC SQL
                   ,MontantOperation
                   ,DateOperation
                   ,Operateur
                   ,DateValeur
                   ,ModeReglement
                   ,StatutReglement)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:OperateurOC
                   ,:DateValeurOC
                   ,:ModeReglementOC
                   ,:StatutReglementOC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OperationsCompte " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to ApprobationOk
           end-if.

       ApprobationOperations-fin.
           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 26 - Nantissement d'un contrat gage aupres d'un creancier : pose (reference du
      *  creancier + dates de debut et de fin prevue) ou mainlevee. Tant que Nanti = 1, les
      *  rachats libres, le rachat total et les rachats programmes sont bloques, et le
      *  marqueur NANTI apparait sur la synthese et le listing du portefeuille.
      *-----------------------------------------------------------------------------------------------
       NantissementContrat.
           perform NantissementContrat-init.
           perform NantissementContrat-trt until ChoixNantissement = '0'.
           perform NantissementContrat-fin.

       NantissementContrat-init.
           Move space to ChoixNantissement

           Call 'ConnectSQL' using cnxDb

               continue
           end-if.

       NantissementContrat-trt.
           Move 0 to NantiContratTrouve
           display M-Nantissement
           Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitPC) to CodeProduitPC
           display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
           Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           If NoContratPC = 0
               Move '0' to ChoixNantissement
           else
               EXEC SQL
                   SELECT CodeProduit, NoContrat, COALESCE(Nanti, 0),
                    COALESCE(CreancierNanti, ' '),
                    COALESCE(DateDebutNanti, ' '), COALESCE(DateFinNanti, ' ')
                   INTO :CodeProduitPC, :NoContratPC, :NantiPC, :CreancierNantiPC,
                    :DateDebutNantiPC, :DateFinNantiPC
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC
                   AND EtatProduit = 1)
               END-EXEC

               If SQLCODE = 100
                   Display " Erreur : contrat non trouve ou non actif - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Move 1 to NantiContratTrouve
               end-if
           end-if.

           If NantiContratTrouve = 1
               If NantiPC = 1
                   Display "NANTI - " at line 7 col 27 foreground-color is 2 highlight
                   Display CreancierNantiPC at line 7 col 35 foreground-color is 2 highlight
                   Display DateDebutNantiPC at line 7 col 67 foreground-color is 2 highlight
               else
                   Display "Libre de tout gage" at line 7 col 27 foreground-color is 2 highlight
               end-if

               accept ChoixNantissement at line 9 col 58 required foreground-color is 3 highlight
               Move Function Upper-case(ChoixNantissement) to ChoixNantissement

               evaluate ChoixNantissement
                   When 'N'
                       If NantiPC = 1
                           move " Contrat deja nanti - faire mainlevee d'abord " to LaInfoAide
                           display InfoAide
                           Accept FinInsertion at line 25 col 75
                           Display REsetInfoAide
                       else
                           Perform NantissementContrat-Pose
                       end-if
                       Move space to ChoixNantissement
                   When 'L'
                       If NantiPC = 1
                           Perform NantissementContrat-Mainlevee
                       else
                           move " Contrat non nanti - rien a lever " to LaInfoAide
                           display InfoAide
                           Accept FinInsertion at line 25 col 75
                           Display REsetInfoAide
                       end-if
                       Move space to ChoixNantissement
                   When '0'
                       continue
                   When other
                       Move space to ChoixNantissement
               end-evaluate
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Pose du nantissement : reference du creancier, date de debut (passee ou du jour,
      *  cf ValideDateEffet) et date de fin prevue (future admise, plausibilite calendaire
      *  par ValideDatePiece)
      *-----------------------------------------------------------------------------------------------
       NantissementContrat-Pose.
           Move spaces to CreancierNantiPC
           accept CreancierNantiPC at line 11 col 27 required foreground-color is 3 highlight

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateDebutNantissement at line 13 col 27 required foreground-color is 3 Highlight
               Accept Mois of DateDebutNantissement at line 13 col 30 required foreground-color is 3 Highlight
               Accept annee of DateDebutNantissement at line 13 col 33 required foreground-color is 3 Highlight

               Move jour of DateDebutNantissement to DateEffetTestJour
               Move Mois of DateDebutNantissement to DateEffetTestMois
               Move annee of DateDebutNantissement to DateEffetTestAnnee
               Perform ValideDateEffet

               If DateEffetTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date de debut non valide (anterieure ou egale a ce jour)" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateExpirationPiece at line 15 col 27 required foreground-color is 3 Highlight
               Accept Mois of DateExpirationPiece at line 15 col 30 required foreground-color is 3 Highlight
               Accept annee of DateExpirationPiece at line 15 col 33 required foreground-color is 3 Highlight

               Perform ValideDatePiece

               If DatePieceTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date de fin non valide " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           String annee of DateDebutNantissement '-'
               Mois of DateDebutNantissement '-'
               jour of DateDebutNantissement into DateDebutNantiPC
           end-string
           String annee of DateExpirationPiece '-'
               Mois of DateExpirationPiece '-'
               jour of DateExpirationPiece into DateFinNantiPC
           end-string

           Move 1 to NantiPC
           Move CodeOperateur to OperateurPC

           EXEC SQL
               UPDATE ProduitsClient
               SET Nanti = :NantiPC,
                   CreancierNanti = :CreancierNantiPC,
                   DateDebutNanti = :DateDebutNantiPC,
                   DateFinNanti = :DateFinNantiPC,
                   Operateur = :OperateurPC
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : ProduitsClient " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               accept FinInsertion at line 25 col 75
           else
               move " Nantissement pose - les rachats sont bloques " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Mainlevee : le gage est leve (date de fin = jour de traitement), les rachats
      *  redeviennent possibles - la reference du creancier est conservee pour l'historique
      *-----------------------------------------------------------------------------------------------
       NantissementContrat-Mainlevee.
           Move 0 to NantiPC
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateFinNantiPC
           end-string
           Move CodeOperateur to OperateurPC

           EXEC SQL
               UPDATE ProduitsClient
               SET Nanti = :NantiPC,
                   DateFinNanti = :DateFinNantiPC,
                   Operateur = :OperateurPC
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : ProduitsClient " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               accept FinInsertion at line 25 col 75
           else
               move " Mainlevee enregistree - les rachats sont de nouveau possibles " to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

       NantissementContrat-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 44 - Saisies-attributions et avis a tiers detenteur (ATD) : registre des saisies
      *  d'un Tiers (creancier, reference de l'acte, montant reclame, dates de reception et
      *  d'echeance). Une nouvelle saisie gele la valeur saisissable de ses contrats actifs
      *  (ProduitsClient.MontantSaisi, repartition dans SaisiesContrat) sans bloquer le reste de
      *  la valeur ; elle se denoue par mainlevee (gel libere) ou par paiement au creancier
      *  (rachat de la part gelee + ordre de paiement sur son IBAN). Avis client a chaque etape
      *-----------------------------------------------------------------------------------------------
       RegistreSaisies.
           perform RegistreSaisies-init.
           perform RegistreSaisies-trt until ChoixSaisies = '0'.
           perform RegistreSaisies-fin.

       RegistreSaisies-init.
           Move space to ChoixSaisies

           Call 'ConnectSQL' using cnxDb

               SET AUTOCOMMIT OFF
           END-EXEC.

       RegistreSaisies-trt.
           Move 0 to SaisieTiersTrouve
           Move 0 to SaisieOk
           display M-SaisiesTiers
           Move 0 to IdTiersSaisie
           Accept IdTiersSaisie at line 4 col 28 required foreground-color is 3 highlight

           If IdTiersSaisie = 0
               Move '0' to ChoixSaisies
           else
               Move spaces to Nom of TiersSouscrBenef
               Move spaces to Prenom of TiersSouscrBenef
               EXEC SQL
                   SELECT Nom, Prenom
                   INTO :Nom, :Prenom
                   FROM TiersSB
                   WHERE IdTiers = :IdTiersSaisie
               END-EXEC

               If SQLCODE = 100
                   Display " Erreur : Tiers non trouve - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Move 1 to SaisieTiersTrouve
               end-if
           end-if.

           If SaisieTiersTrouve = 1
               Display Nom of TiersSouscrBenef at line 4 col 38 foreground-color is 2 highlight
               Display Prenom of TiersSouscrBenef at line 4 col 60 foreground-color is 2 highlight
               Perform RegistreSaisies-Liste

               accept ChoixSaisies at line 17 col 78 required foreground-color is 3 highlight
               Move Function Upper-case(ChoixSaisies) to ChoixSaisies

               evaluate ChoixSaisies
                   When 'N'
                       Perform RegistreSaisies-Nouvelle
                       Move space to ChoixSaisies
                   When 'L'
                       Perform RegistreSaisies-Choix
                       If SaisieOk = 1
                           Perform RegistreSaisies-Mainlevee
                       end-if
                       Move space to ChoixSaisies
                   When 'P'
                       Perform RegistreSaisies-Choix
                       If SaisieOk = 1
                           Perform RegistreSaisies-Paiement
                       end-if
                       Move space to ChoixSaisies
                   When '0'
                       continue
                   When other
                       Move space to ChoixSaisies
               end-evaluate
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Saisies ouvertes du Tiers (lignes 8 a 14 de M-SaisiesTiers)
      *-----------------------------------------------------------------------------------------------
       RegistreSaisies-Liste.
           Move IdTiersSaisie to IdTiersST
           Move 0 to SaisiesEOF
           Move 8 to LigneSaisies

           EXEC SQL
               OPEN SaisiesTiers-Curseur
           END-EXEC

           perform RegistreSaisies-Ligne until SaisiesEOF = 1

           EXEC SQL
               CLOSE SaisiesTiers-Curseur
           END-EXEC.

       RegistreSaisies-Ligne.
           EXEC SQL
               FETCH SaisiesTiers-Curseur
                   INTO :NoSaisieST, :TypeSaisieST, :CreancierST, :ReferenceST,
                    :MontantReclameST, :MontantBloqueST, :DateEcheanceST
           END-EXEC

           If SQLCODE <> 0
               Move 1 to SaisiesEOF
           else
               If LigneSaisies > 14
                   Display " ... autres saisies ouvertes non affichees" at line 15 col 2 foreground-color is 2 highlight
                   Move 1 to SaisiesEOF
               else
                   Move CreancierST to CreancierSaisieDisplay
                   Move ReferenceST to ReferenceSaisieDisplay
                   Display NoSaisieST at line LigneSaisies col 2 foreground-color is 3 highlight
                   Display TypeSaisieST at line LigneSaisies col 11 foreground-color is 3 highlight
                   Display CreancierSaisieDisplay at line LigneSaisies col 13 foreground-color is 3 highlight
                   Display ReferenceSaisieDisplay at line LigneSaisies col 32 foreground-color is 3 highlight
                   Move MontantReclameST to MontantSaisieDisplay
                   Display MontantSaisieDisplay at line LigneSaisies col 47 foreground-color is 3 highlight
                   Move MontantBloqueST to MontantSaisieDisplay
                   Display MontantSaisieDisplay at line LigneSaisies col 59 foreground-color is 3 highlight
                   Display DateEcheanceST at line LigneSaisies col 71 foreground-color is 3 highlight
                   Add 1 to LigneSaisies
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Nouvelle saisie : acte (type, creancier, reference, montant reclame, date de
      *  reception passee ou du jour, echeance future admise), IBAN/BIC du creancier pour le
      *  paiement. La valeur saisissable du Tiers est evaluee et affichee avant confirmation
      *-----------------------------------------------------------------------------------------------
       RegistreSaisies-Nouvelle.
           display M-SaisieNouvelle
           Display IdTiersSaisie at line 4 col 27 foreground-color is 3 highlight
           Display Nom of TiersSouscrBenef at line 4 col 38 foreground-color is 2 highlight
           Display Prenom of TiersSouscrBenef at line 4 col 60 foreground-color is 2 highlight

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept TypeSaisieST at line 6 col 38 required foreground-color is 3 highlight
               Move Function Upper-case(TypeSaisieST) to TypeSaisieST
               evaluate TypeSaisieST
                   when 'S'
                   when 'A'
                       move 1 to DonneesValides
                   when other
                       move " Saisie non valide : [S]aisie-attribution - [A]TD " to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           End-perform

           Move spaces to CreancierST
           accept CreancierST at line 7 col 27 required foreground-color is 3 highlight
           Move spaces to ReferenceST
           accept ReferenceST at line 8 col 27 required foreground-color is 3 highlight

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept MontantVPrg of Saisie-Simulation at line 9 col 27 foreground-color is 3 Highlight
               Move MontantVPrg of Saisie-Simulation to MontantReclameST
               If MontantReclameST > 0
                   move 1 to DonneesValides
               else
                   move " Saisie non valide : montant > 0 " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           End-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateReceptionSaisie at line 10 col 27 required foreground-color is 3 Highlight
               Accept Mois of DateReceptionSaisie at line 10 col 30 required foreground-color is 3 Highlight
               Accept annee of DateReceptionSaisie at line 10 col 33 required foreground-color is 3 Highlight

               Move jour of DateReceptionSaisie to DateEffetTestJour
               Move Mois of DateReceptionSaisie to DateEffetTestMois
               Move annee of DateReceptionSaisie to DateEffetTestAnnee
               Perform ValideDateEffet

               If DateEffetTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date de reception non valide (anterieure ou egale a ce jour)" to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateExpirationPiece at line 11 col 27 required foreground-color is 3 Highlight
               Accept Mois of DateExpirationPiece at line 11 col 30 required foreground-color is 3 Highlight
               Accept annee of DateExpirationPiece at line 11 col 33 required foreground-color is 3 Highlight

               Perform ValideDatePiece

               If DatePieceTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date d'echeance non valide " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           Move spaces to IbanCreancierST
           accept IbanCreancierST at line 12 col 27 required foreground-color is 3 highlight
           Move Function Upper-case(IbanCreancierST) to IbanCreancierST
           Display IbanCreancierST at line 12 col 27 foreground-color is 3 highlight
           Move spaces to BicCreancierST
           accept BicCreancierST at line 13 col 27 foreground-color is 3 highlight
           Move Function Upper-case(BicCreancierST) to BicCreancierST
           Display BicCreancierST at line 13 col 27 foreground-color is 3 highlight

           String annee of DateReceptionSaisie '-'
               Mois of DateReceptionSaisie '-'
               jour of DateReceptionSaisie into DateReceptionST
           end-string
           String annee of DateExpirationPiece '-'
               Mois of DateExpirationPiece '-'
               jour of DateExpirationPiece into DateEcheanceST
           end-string

      *    Passe d'evaluation sans limite de montant ni ecriture : toute
      *    la valeur saisissable des contrats actifs du Tiers
           Move 0 to GelSaisieActif
           Move 999999999999.99 to ResteAGeler
           Perform RegistreSaisies-Repartition
           Move TotalGeleSaisie to ValeurSaisissable
           Move ValeurSaisissable to MontantSaisieDisplay
           Display MontantSaisieDisplay at line 15 col 27 foreground-color is 3 highlight
           If ValeurSaisissable = 0
               Display "(rien a geler - saisie enregistree pour memoire)" at line 15 col 40 foreground-color is 2 highlight
           else
               If ValeurSaisissable < MontantReclameST
                   Display "(gel partiel, inferieur au montant reclame)" at line 15 col 40 foreground-color is 2 highlight
               end-if
           end-if

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept ConfirmeSaisie at line 17 col 27 required foreground-color is 3 Highlight
               Move Function Upper-case(ConfirmeSaisie) to ConfirmeSaisie
               evaluate ConfirmeSaisie
                   when 'O'
                   when 'N'
                       move 1 to DonneesValides
                   when other
                       move " Saisie non valide : [O]ui ou [N]on" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           End-perform

           If ConfirmeSaisie = 'O'
               Perform RegistreSaisies-Enregistre
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Enregistrement : numero de saisie, gel contrat par contrat jusqu'au montant reclame
      *  (SaisiesContrat + ProduitsClient.MontantSaisi), puis la saisie ouverte elle-meme - le
      *  tout dans une seule unite de travail
      *-----------------------------------------------------------------------------------------------
       RegistreSaisies-Enregistre.
           Move 1 to SaisieOk

           EXEC SQL
               SELECT MAX(NoSaisie)
               INTO :NoSaisieST
               FROM SaisiesTiers
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoSaisieST
           end-if
           Add 1 to NoSaisieST
           Move NoSaisieST to NoSaisieSC

           Move 1 to GelSaisieActif
           Move MontantReclameST to ResteAGeler
           Perform RegistreSaisies-Repartition

           Move IdTiersSaisie to IdTiersST
           Move TotalGeleSaisie to MontantBloqueST
           Move 0 to MontantPayeST
           Move 'O' to EtatSaisieST
           Move spaces to DateClotureST
           Move CodeOperateur to OperateurST

           EXEC SQL
               INSERT INTO SaisiesTiers
                   (NoSaisie, IdTiers, TypeSaisie, Creancier, Reference,
                    MontantReclame, DateReception, DateEcheance, IbanCreancier,
                    BicCreancier, MontantBloque, MontantPaye, EtatSaisie,
                    DateCloture, Operateur)
               VALUES
                   (:NoSaisieST, :IdTiersST, :TypeSaisieST, :CreancierST,
                    :ReferenceST, :MontantReclameST, :DateReceptionST,
                    :DateEcheanceST, :IbanCreancierST, :BicCreancierST,
                    :MontantBloqueST, :MontantPayeST, :EtatSaisieST,
                    :DateClotureST, :OperateurST)
           END-EXEC
           If SQLCODE <> 0
               Move 0 to SaisieOk
           end-if

           If SaisieOk = 1
               EXEC SQL
                   COMMIT
               END-EXEC
               Move "SAISIE - GEL" to LibelleEvenement
               Perform RegistreSaisies-Avis
               Move TotalGeleSaisie to MontantSaisieDisplay
               move " Saisie " & NoSaisieST & " enregistree - montant gele :" & MontantSaisieDisplay to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               move " Erreur : saisie annulee, aucun contrat n'a ete gele " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Repartition du gel sur les contrats actifs du Tiers, dans l'ordre produit / contrat :
      *  chacun donne sa valeur moins la part deja gelee par d'autres saisies et moins ses
      *  avances en cours (cf ChargeSoldeAvances), jusqu'a epuisement de ResteAGeler.
      *  GelSaisieActif = 0 : evaluation seule, rien n'est ecrit
      *-----------------------------------------------------------------------------------------------
       RegistreSaisies-Repartition.
           Move 0 to TotalGeleSaisie
           Move 0 to ContratsSaisieEOF
           Move IdTiersSaisie to IdTiersST

           EXEC SQL
               OPEN ContratsSaisissables-Curseur
           END-EXEC

           perform RegistreSaisies-GelContrat until ContratsSaisieEOF = 1

           EXEC SQL
               CLOSE ContratsSaisissables-Curseur
           END-EXEC.

       RegistreSaisies-GelContrat.
           EXEC SQL
               FETCH ContratsSaisissables-Curseur
                   INTO :CodeProduitOC, :NoContratOC, :ValeurCourantePC, :MontantSaisiPC
           END-EXEC

           If SQLCODE <> 0
               Move 1 to ContratsSaisieEOF
           else
               Perform ChargeSoldeAvances
               Compute DisponibleSaisie =
                   ValeurCourantePC - MontantSaisiPC - SoldeAvancesContrat
               If DisponibleSaisie > 0 and ResteAGeler > 0
                   If DisponibleSaisie > ResteAGeler
                       Move ResteAGeler to GelContrat
                   else
                       Move DisponibleSaisie to GelContrat
                   end-if
                   Subtract GelContrat from ResteAGeler
                   Add GelContrat to TotalGeleSaisie
                   If GelSaisieActif = 1
                       Perform RegistreSaisies-PoseGel
                   end-if
               end-if
           end-if.

       RegistreSaisies-PoseGel.
           Move CodeProduitOC to CodeProduitSC
           Move NoContratOC to NoContratSC
           Move GelContrat to MontantBloqueSC

           EXEC SQL
               INSERT INTO SaisiesContrat
                   (NoSaisie, CodeProduit, NoContrat, MontantBloque)
               VALUES
                   (:NoSaisieSC, :CodeProduitSC, :NoContratSC, :MontantBloqueSC)
           END-EXEC
           If SQLCODE <> 0
               Move 0 to SaisieOk
           end-if

           EXEC SQL
               UPDATE ProduitsClient
               SET MontantSaisi = COALESCE(MontantSaisi, 0) + :MontantBloqueSC
               WHERE (CodeProduit = :CodeProduitSC
               AND NoContrat = :NoContratSC)
           END-EXEC
           If SQLCODE <> 0
               Move 0 to SaisieOk
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Choix d'une saisie ouverte du Tiers par son numero (mainlevee ou paiement)
      *-----------------------------------------------------------------------------------------------
       RegistreSaisies-Choix.
           Move 0 to SaisieOk
           Move 0 to NoSaisieChoisi
           Accept NoSaisieChoisi at line 19 col 28 required foreground-color is 3 highlight
           Move NoSaisieChoisi to NoSaisieST
           Move IdTiersSaisie to IdTiersST

           EXEC SQL
               SELECT TypeSaisie, Creancier, Reference, MontantBloque,
                COALESCE(IbanCreancier, ' '), COALESCE(BicCreancier, ' ')
               INTO :TypeSaisieST, :CreancierST, :ReferenceST, :MontantBloqueST,
                :IbanCreancierST, :BicCreancierST
               FROM SaisiesTiers
               WHERE (NoSaisie = :NoSaisieST
               AND IdTiers = :IdTiersST
               AND EtatSaisie = 'O')
           END-EXEC

           If SQLCODE <> 0
               move " Saisie non trouvee ou deja close pour ce Tiers " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               Move 1 to SaisieOk
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Mainlevee : le gel est libere contrat par contrat, la saisie passe 'L' - la
      *  repartition reste dans SaisiesContrat pour l'historique
      *-----------------------------------------------------------------------------------------------
       RegistreSaisies-Mainlevee.
           Display " Confirmer la mainlevee (O/N) :" at line 19 col 40 foreground-color is 2 Highlight
           Accept ConfirmeSaisie at line 19 col 72 required foreground-color is 3 Highlight
           Move Function Upper-case(ConfirmeSaisie) to ConfirmeSaisie

           If ConfirmeSaisie = 'O'
               Move 1 to SaisieOk
               Move NoSaisieST to NoSaisieSC
               Move 0 to ContratsSaisieEOF

               EXEC SQL
                   OPEN SaisiesContrat-Curseur
               END-EXEC

               perform RegistreSaisies-LeveGel until ContratsSaisieEOF = 1

               EXEC SQL
                   CLOSE SaisiesContrat-Curseur
               END-EXEC

               Move 'L' to EtatSaisieST
               Move 0 to MontantPayeST
               Perform RegistreSaisies-Cloture

               If SaisieOk = 1
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   Move "SAISIE - MAINLEVEE" to LibelleEvenement
                   Perform RegistreSaisies-Avis
                   move " Mainlevee enregistree - la valeur gelee est liberee " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               else
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   move " Erreur : mainlevee annulee, rien n'a ete modifie " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

       RegistreSaisies-LeveGel.
           EXEC SQL
               FETCH SaisiesContrat-Curseur
                   INTO :CodeProduitSC, :NoContratSC, :MontantBloqueSC
           END-EXEC

           If SQLCODE <> 0
               Move 1 to ContratsSaisieEOF
           else
               EXEC SQL
                   UPDATE ProduitsClient
                   SET MontantSaisi = COALESCE(MontantSaisi, 0) - :MontantBloqueSC
                   WHERE (CodeProduit = :CodeProduitSC
                   AND NoContrat = :NoContratSC)
               END-EXEC
               If SQLCODE <> 0
                   Move 0 to SaisieOk
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Paiement au creancier : sur chaque contrat, rachat de la part gelee (dans la limite
      *  de la valeur du jour) avec la fiscalite du rachat sur la part de plus-value (cf
      *  CalculFiscaliteRachat, sans penalite de sortie : le rachat est force), puis ordre
      *  de paiement du net sur l'IBAN du creancier. La saisie passe 'P' avec le total paye
      *-----------------------------------------------------------------------------------------------
       RegistreSaisies-Paiement.
           Display " Confirmer le paiement (O/N) :" at line 19 col 40 foreground-color is 2 Highlight
           Accept ConfirmeSaisie at line 19 col 72 required foreground-color is 3 Highlight
           Move Function Upper-case(ConfirmeSaisie) to ConfirmeSaisie

           If ConfirmeSaisie = 'O'
               Move 1 to SaisieOk
               Move 0 to TotalPayeSaisie
               If TypeSaisieST = 'A'
                   Move "SAISIE ATD" to LibelleSaisie
               else
                   Move "SAISIE ATTRIBUTION" to LibelleSaisie
               end-if
               Move NoSaisieST to NoSaisieSC
               Move 0 to ContratsSaisieEOF

               EXEC SQL
                   OPEN SaisiesContrat-Curseur
               END-EXEC

               perform RegistreSaisies-PaieContrat until ContratsSaisieEOF = 1

               EXEC SQL
                   CLOSE SaisiesContrat-Curseur
               END-EXEC

               Move 'P' to EtatSaisieST
               Move TotalPayeSaisie to MontantPayeST
               Perform RegistreSaisies-Cloture

               If SaisieOk = 1
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   Move "SAISIE - PAIEMENT" to LibelleEvenement
                   Perform RegistreSaisies-Avis
                   Move TotalPayeSaisie to MontantSaisieDisplay
                   move " Paiement au creancier ordonne - net verse :" & MontantSaisieDisplay to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               else
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   move " Erreur : paiement annule, rien n'a ete modifie " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

       RegistreSaisies-PaieContrat.
           EXEC SQL
               FETCH SaisiesContrat-Curseur
                   INTO :CodeProduitSC, :NoContratSC, :MontantBloqueSC
           END-EXEC

           If SQLCODE <> 0
               Move 1 to ContratsSaisieEOF
           else
               If MontantBloqueSC > 0
                   Perform RegistreSaisies-RachatContrat
               end-if
           end-if.

       RegistreSaisies-RachatContrat.
           Move CodeProduitSC to CodeProduitOC
           Move NoContratSC to NoContratOC

           EXEC SQL
               SELECT ValeurCourante, TiersSouscr
               INTO :ValeurCourantePC, :TiersSouscrPC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC

           If SQLCODE <> 0
               Move 0 to SaisieOk
           else
      *        Part gelee rachetee dans la limite de la valeur du jour
               If MontantBloqueSC > ValeurCourantePC
                   Move ValeurCourantePC to MontantOperationOC
               else
                   Move MontantBloqueSC to MontantOperationOC
               end-if

               Move CodeProduitOC to CodeProduitRecherche
               Perform ChargeParamProduit
               String Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement into DateVersionRecherche
               end-string
               Perform ChargeParamProduitDate
               Perform ChargeDispenseFiscale

               Move MontantOperationOC to MontantBrutFiscal
               Move ValeurCourantePC to ValeurFiscaleRachat
               Perform CalculFiscaliteRachat
               Compute MontantNetSaisie = MontantOperationOC - FiscaliteRachat

               Move 'R' to TypeOperationOC
               Move CodeOperateur to OperateurOC
               String Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement into DateOperationOC
               end-string
               Move DateOperationOC to DateValeurOC
               Move 'V' to ModeReglementOC
               Move space to StatutReglementOC
               Perform RegistreSaisies-PoseLigne

               If SaisieOk = 1
                   Perform MarqueFiscaliteRachat
                   Move CodeOperateur to OperateurPC
                   EXEC SQL
                       UPDATE ProduitsClient
                       SET ValeurCourante = ValeurCourante - :MontantNetSaisie,
                           MontantSaisi = COALESCE(MontantSaisi, 0) - :MontantBloqueSC,
                           Operateur = :OperateurPC
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC)
                   END-EXEC
                   If SQLCODE <> 0
                       Move 0 to SaisieOk
                   end-if

      *            Fiscalite de rachat en ligne 'F' - sautee si rien
      *            n'a ete preleve (dispense, pas de plus-value imposable)
                   If FiscaliteRachat > 0
                       Move 'F' to TypeOperationOC
                       Move FiscaliteRachat to MontantOperationOC
                       Perform RegistreSaisies-PoseLigne
                   end-if

                   Perform RegistreSaisies-OrdreCreancier
                   Add MontantNetSaisie to TotalPayeSaisie
               end-if
           end-if.

       RegistreSaisies-PoseLigne.
           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
           END-EXEC
           Add 1 to NoOperationOC

           EXEC SQL
               INSERT INTO OperationsCompte
                   (CodeProduit

           If SQLCODE <> 0
               Display " Erreur : OperationsCompte " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to SaisieOk
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Ordre de paiement 'V' du net rachete sur l'IBAN du creancier : l'ordre porte le
      *  Tiers saisi (IdTiers) mais le creancier et la reference de l'acte comme
      *  beneficiaire, pour le rapprochement du service juridique
      *-----------------------------------------------------------------------------------------------
       RegistreSaisies-OrdreCreancier.
           EXEC SQL
               SELECT MAX(NoOrdre)
               INTO :NoOrdreOP
               FROM OrdresPaiement
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoOrdreOP
           end-if
           Add 1 to NoOrdreOP

           Move CodeProduitOC to CodeProduitOP
           Move NoContratOC to NoContratOP
           Move IdTiersSaisie to IdTiersOP
           Move 'V' to SensOrdreOP
           Move MontantNetSaisie to MontantOrdreOP
           Move DateOperationOC to DateEmissionOP
           Move 'E' to StatutOrdreOP
           Move spaces to DateStatutOP
           Move IbanCreancierST to IbanOP
           Move BicCreancierST to BicOP
           Move CreancierST to NomTiersOP
           Move ReferenceST to PrenomTiersOP
           Move LibelleSaisie to LibelleOP

           EXEC SQL
               INSERT INTO OrdresPaiement
                   (NoOrdre, CodeProduit, NoContrat, IdTiers, SensOrdre,
                    MontantOrdre, DateEmission, StatutOrdre, DateStatut,
                    Iban, Bic, NomTiers, PrenomTiers, Libelle)
               VALUES
                   (:NoOrdreOP, :CodeProduitOP, :NoContratOP, :IdTiersOP,
                    :SensOrdreOP, :MontantOrdreOP, :DateEmissionOP,
                    :StatutOrdreOP, :DateStatutOP, :IbanOP, :BicOP,
                    :NomTiersOP, :PrenomTiersOP, :LibelleOP)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : OrdresPaiement " SQLCODE at line 24 Col 2 foreground-color is 2 highlight
               Move 0 to SaisieOk
           end-if.

       RegistreSaisies-Cloture.
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateClotureST
           end-string
           Move CodeOperateur to OperateurST

           EXEC SQL
               UPDATE SaisiesTiers
               SET EtatSaisie = :EtatSaisieST,
                   MontantPaye = :MontantPayeST,
                   DateCloture = :DateClotureST,
                   Operateur = :OperateurST
               WHERE NoSaisie = :NoSaisieST
           END-EXEC
           If SQLCODE <> 0
               Move 0 to SaisieOk
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Avis client par contrat concerne (LibelleEvenement pose par l'appelant), montant
      *  gele de la repartition - apres validation de l'unite de travail
      *-----------------------------------------------------------------------------------------------
       RegistreSaisies-Avis.
           Move NoSaisieST to NoSaisieSC
           Move 0 to ContratsSaisieEOF

           EXEC SQL
               OPEN SaisiesContrat-Curseur
           END-EXEC

           perform RegistreSaisies-AvisContrat until ContratsSaisieEOF = 1

           EXEC SQL
               CLOSE SaisiesContrat-Curseur
           END-EXEC.

       RegistreSaisies-AvisContrat.
           EXEC SQL
               FETCH SaisiesContrat-Curseur
                   INTO :CodeProduitSC, :NoContratSC, :MontantBloqueSC
           END-EXEC

           If SQLCODE <> 0
               Move 1 to ContratsSaisieEOF
           else
               Move CodeProduitSC to CodeProduitOC
               Move NoContratSC to NoContratOC
               Move MontantBloqueSC to MontantEvenement
               Perform EcritNotificationClient
           end-if.

       RegistreSaisies-fin.
           EXEC SQL
               SET AUTOCOMMIT ON
           END-EXEC.
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  MENU 45 - Procurations sur un contrat : mandataire (Tiers existant, autre que les
      *  titulaires) avec etendue du pouvoir - 1 consultation, 2 versements, 3 rachats, chaque
      *  niveau comprenant les precedents - periode de validite et reference de l'acte.
      *  Revocation a la demande ; au deces du mandant ou du mandataire la revocation est
      *  d'office (cf DecesSouscripteur-Declaration). Les ordres donnes sous procuration sont
      *  controles et traces par ControleProcuration / MarqueDonneurOrdre
      *-----------------------------------------------------------------------------------------------
       GestionProcurations.
           perform GestionProcurations-init.
           perform GestionProcurations-trt until ChoixProcurations = '0'.
           perform GestionProcurations-fin.

       GestionProcurations-init.
           Move space to ChoixProcurations
           Move DateTraitement to DateEffetSysteme

           Call 'ConnectSQL' using cnxDb

               continue
           end-if.

       GestionProcurations-trt.
           Move 0 to ProcurationContratTrouve
           display M-Procurations
           Accept CodeProduitPC at line 4 col 26 required foreground-color is 3 highlight
           Move Function Upper-case(CodeProduitPC) to CodeProduitPC
           display CodeProduitPC at line 4 col 26 foreground-color is 3 highlight
           Move 0 to NoContratPCDisplay
           Accept NoContratPCDisplay at line 4 col 28 foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratPC
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 33 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           If NoContratPC = 0
               Move '0' to ChoixProcurations
           else
               Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
               EXEC SQL
                   SELECT PC.EtatProduit, PC.TiersSouscr, COALESCE(PC.CoSouscripteur, 0),
                    T.Nom, T.Prenom
                   INTO :EtatProduitPC, :TiersSouscrPC, :CoSouscrPC, :Nom, :Prenom
                   FROM ProduitsClient PC, TiersSB T
                   WHERE PC.CodeProduit = :CodeProduitPC
                   AND PC.NoContrat = :NoContratPC
                   AND T.IdTiers = PC.TiersSouscr
               END-EXEC

               If SQLCODE = 100
                   Display " Erreur : contrat non trouve - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Move 1 to ProcurationContratTrouve
               end-if
           end-if.

           If ProcurationContratTrouve = 1
               Display Nom of TiersSouscrBenef at line 4 col 40 foreground-color is 2 highlight
               Display Prenom of TiersSouscrBenef at line 4 col 62 foreground-color is 2 highlight
               Perform GestionProcurations-Liste

               accept ChoixProcurations at line 15 col 57 required foreground-color is 3 highlight
               Move Function Upper-case(ChoixProcurations) to ChoixProcurations

               evaluate ChoixProcurations
                   When 'N'
      *                Contrat clos (0), renonce (6) ou en succession (3) :
      *                plus de mandat a y donner
                       If EtatProduitPC = 0 or EtatProduitPC = 3
                        or EtatProduitPC = 6
                           move " Contrat clos ou en succession : procuration refusee " to LaInfoAide
                           display InfoAide
                           Accept FinInsertion at line 25 col 75
                           Display REsetInfoAide
                       else
                           Perform GestionProcurations-Nouvelle
                       end-if
                       Move space to ChoixProcurations
                   When 'R'
                       Perform GestionProcurations-Revocation
                       Move space to ChoixProcurations
                   When '0'
                       continue
                   When other
                       Move space to ChoixProcurations
               end-evaluate
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Procurations actives du contrat (lignes 8 a 13 de M-Procurations)
      *-----------------------------------------------------------------------------------------------
       GestionProcurations-Liste.
           Move CodeProduitPC to CodeProduitPX
           Move NoContratPC to NoContratPX
           Move 0 to ProcurationsEOF
           Move 8 to LigneProcurations

           EXEC SQL
               OPEN Procurations-Curseur
           END-EXEC

           perform GestionProcurations-Ligne until ProcurationsEOF = 1

           EXEC SQL
               CLOSE Procurations-Curseur
           END-EXEC.

       GestionProcurations-Ligne.
           EXEC SQL
               FETCH Procurations-Curseur
                   INTO :NoProcurationPX, :IdTiersPX, :Nom, :PorteePX,
                    :DateDebutPX, :DateFinPX, :ReferenceActePX
           END-EXEC

           If SQLCODE <> 0
               Move 1 to ProcurationsEOF
           else
               If LigneProcurations > 13
                   Display " ... autres procurations non affichees" at line 14 col 2 foreground-color is 2 highlight
                   Move 1 to ProcurationsEOF
               else
                   Perform LibellePorteeProcuration
                   Move Nom of TiersSouscrBenef to MandataireDisplay
                   Move ReferenceActePX to ReferenceActeDisplay
                   Display NoProcurationPX at line LigneProcurations col 2 foreground-color is 3 highlight
                   Display IdTiersPX at line LigneProcurations col 11 foreground-color is 3 highlight
                   Display MandataireDisplay at line LigneProcurations col 20 foreground-color is 3 highlight
                   Display LibellePortee at line LigneProcurations col 37 foreground-color is 3 highlight
                   Display DateDebutPX at line LigneProcurations col 48 foreground-color is 3 highlight
                   Display DateFinPX at line LigneProcurations col 59 foreground-color is 3 highlight
                   Display ReferenceActeDisplay at line LigneProcurations col 70 foreground-color is 3 highlight
                   Add 1 to LigneProcurations
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Nouvelle procuration : mandataire (Tiers connu, ni souscripteur ni co-souscripteur du
      *  contrat), etendue, periode de validite (fin posterieure au debut et a ce jour) et
      *  reference de l'acte, puis confirmation
      *-----------------------------------------------------------------------------------------------
       GestionProcurations-Nouvelle.
           Move 0 to IdTiersPX
           Accept IdTiersPX at line 16 col 43 required foreground-color is 3 highlight

           If IdTiersPX = TiersSouscrPC or IdTiersPX = CoSouscrPC
               move " Le mandataire ne peut pas etre un titulaire du contrat " to LaInfoAide
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           else
               EXEC SQL
                   SELECT Nom
                   INTO :Nom
                   FROM TiersSB
                   WHERE IdTiers = :IdTiersPX
               END-EXEC

               If SQLCODE = 100
                   Display " Erreur : Tiers mandataire non trouve - tapez entree >>" at line 23 col 2 foreground-color is 3 highlight
                   accept OkNonTrouve at line 23 col 75
               else
                   Display Nom of TiersSouscrBenef at line 16 col 53 foreground-color is 2 highlight
                   Perform GestionProcurations-Saisie
               end-if
           end-if.

       GestionProcurations-Saisie.
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               accept PorteePX at line 17 col 47 required foreground-color is 3 highlight
               If PorteePX >= 1 and PorteePX <= 3
                   move 1 to DonneesValides
               else
                   move " Saisie non valide : 1 consultation - 2 versements - 3 rachats " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           End-perform

           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateExpirationPiece at line 18 col 28 required foreground-color is 3 Highlight
               Accept Mois of DateExpirationPiece at line 18 col 31 required foreground-color is 3 Highlight
               Accept annee of DateExpirationPiece at line 18 col 34 required foreground-color is 3 Highlight

               Perform ValideDatePiece

               If DatePieceTestOK = 'O'
                   move 1 to DonneesValides
               else
                   move " Date de debut non valide " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform
           Move Annee of DateExpirationPiece to Annee of DateDebutProcuration
           Move Mois of DateExpirationPiece to Mois of DateDebutProcuration
           Move Jour of DateExpirationPiece to Jour of DateDebutProcuration

      *    Fin de validite : apres le debut et au plus tot aujourd'hui
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept jour of DateExpirationPiece at line 19 col 28 required foreground-color is 3 Highlight
               Accept Mois of DateExpirationPiece at line 19 col 31 required foreground-color is 3 Highlight
               Accept annee of DateExpirationPiece at line 19 col 34 required foreground-color is 3 Highlight

               Perform ValideDatePiece

               If DatePieceTestOK = 'O'
                and DateExpirationPiece > DateDebutProcuration
                and DateExpirationPiece not < DateEffetSysteme
                   move 1 to DonneesValides
               else
                   move " Date de fin non valide (apres le debut, a partir de ce jour) " to LaInfoAide
                   display InfoAide
                   Display REsetInfoAide
               end-if
           end-perform

           Move spaces to ReferenceActePX
           accept ReferenceActePX at line 20 col 24 required foreground-color is 3 highlight

           Display " Confirmer (O/N) :" at line 20 col 48 foreground-color is 2 Highlight
           move 0 to DonneesValides
           Perform until DonneesValides = 1
               Accept ConfirmeProcuration at line 20 col 67 required foreground-color is 3 Highlight
               Move Function Upper-case(ConfirmeProcuration) to ConfirmeProcuration
               evaluate ConfirmeProcuration
                   when 'O'
                   when 'N'
                       move 1 to DonneesValides
                   when other
                       move " Saisie non valide : [O]ui ou [N]on" to LaInfoAide
                       display InfoAide
                       Display REsetInfoAide
               end-evaluate
           End-perform

           If ConfirmeProcuration = 'O'
               Perform GestionProcurations-Enregistre
           end-if.

       GestionProcurations-Enregistre.
           EXEC SQL
               SELECT MAX(NoProcuration)
               INTO :NoProcurationPX
               FROM Procurations
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoProcurationPX
           end-if
           Add 1 to NoProcurationPX

           Move CodeProduitPC to CodeProduitPX
           Move NoContratPC to NoContratPX
           String annee of DateDebutProcuration '-'
               Mois of DateDebutProcuration '-'
               jour of DateDebutProcuration into DateDebutPX
           end-string
           String annee of DateExpirationPiece '-'
               Mois of DateExpirationPiece '-'
               jour of DateExpirationPiece into DateFinPX
           end-string
           Move 'A' to EtatProcurationPX
           Move CodeOperateur to OperateurPX

           EXEC SQL
               INSERT INTO Procurations
                   (NoProcuration
                   ,CodeProduit
                   ,NoContrat
                   ,IdTiers
                   ,Portee
                   ,DateDebut
                   ,DateFin
                   ,ReferenceActe
                   ,EtatProcuration
                   ,Operateur)
               VALUES
                   (:NoProcurationPX
                   ,:CodeProduitPX
                   ,:NoContratPX
                   ,:IdTiersPX
                   ,:PorteePX
                   ,:DateDebutPX
                   ,:DateFinPX
                   ,:ReferenceActePX
                   ,:EtatProcurationPX
                   ,:OperateurPX)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur : Procurations " at line 24 Col 2 foreground-color is 2 highlight
               Display  SQLCODE  at line 55 Col 2 foreground-color is 2 highlight
           else
               move " Procuration enregistree sur le contrat :" & CodeProduitPX & ' ' & NoContratPX to LaInfoComm
               display InfoComm
               Accept FinInsertion at line 25 col 75
               Display REsetInfoComm
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Revocation a la demande du mandant : la procuration passe 'R' a la date du jour et
      *  reste dans la table pour l'historique
      *-----------------------------------------------------------------------------------------------
       GestionProcurations-Revocation.
           Move 0 to NoProcurationChoisi
           Accept NoProcurationChoisi at line 16 col 43 required foreground-color is 3 highlight

           Display " Confirmer la revocation (O/N) :" at line 17 col 48 foreground-color is 2 Highlight
           Accept ConfirmeProcuration at line 17 col 78 required foreground-color is 3 Highlight
           Move Function Upper-case(ConfirmeProcuration) to ConfirmeProcuration

           If ConfirmeProcuration = 'O'
               Move NoProcurationChoisi to NoProcurationPX
               Move CodeProduitPC to CodeProduitPX
               Move NoContratPC to NoContratPX
               String Annee of DateTraitement '-'
                   Mois of DateTraitement '-'
                   Jour of DateTraitement into DateRevocationPX
               end-string
               Move CodeOperateur to OperateurPX

               EXEC SQL
                   UPDATE Procurations
                   SET EtatProcuration = 'R',
                       DateRevocation = :DateRevocationPX,
                       Operateur = :OperateurPX
                   WHERE (NoProcuration = :NoProcurationPX
                   AND CodeProduit = :CodeProduitPX
                   AND NoContrat = :NoContratPX
                   AND EtatProcuration = 'A')
               END-EXEC

               If SQLCODE = 0
                   move " Procuration revoquee " to LaInfoComm
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm
               else
                   move " Procuration non trouvee ou deja revoquee sur ce contrat " to LaInfoAide
                   display InfoAide
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoAide
               end-if
           end-if.

       GestionProcurations-fin.
           exec sql
               CONNECT RESET
           end-exec.

      *-----------------------------------------------------------------------------------------------
      *  Libelle de l'etendue PorteePX (liste, synthese)
      *-----------------------------------------------------------------------------------------------
       LibellePorteeProcuration.
           evaluate PorteePX
               when 1
                   Move "Consult." to LibellePortee
               when 2
                   Move "Versements" to LibellePortee
               when 3
                   Move "Rachats" to LibellePortee
               when other
                   Move spaces to LibellePortee
           end-evaluate.

      *-----------------------------------------------------------------------------------------------
      *  Donneur d'ordre d'une saisie de versement / rachat (ligne 4 des ecrans) : saisi, ou
      *  repris de l'espace de travail - son nom s'affiche s'il s'agit d'un mandataire, puis
      *  ControleProcuration pour l'etendue PorteeDemandee
      *-----------------------------------------------------------------------------------------------
       SaisieDonneurOrdre.
           If EspaceContratActif = 1
               Move DonneurOrdreEspace to DonneurOrdreSaisi
           else
               Move 0 to DonneurOrdreSaisi
               Accept DonneurOrdreSaisi at line 4 col 68 foreground-color is 3 highlight
           end-if
           Display DonneurOrdreSaisi at line 4 col 68 foreground-color is 3 highlight

           Perform ControleProcuration

           If ProcurationOk = 1 and ProcurationMandataire = 1
               EXEC SQL
                   SELECT Nom
                   INTO :Nom
                   FROM TiersSB
                   WHERE IdTiers = :DonneurOrdreSaisi
               END-EXEC
               If SQLCODE = 0
                   Display " Mandataire :" at line 6 col 40 foreground-color is 2 highlight
                   Display Nom of TiersSouscrBenef at line 6 col 54 foreground-color is 3 highlight
               end-if
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Controle du donneur d'ordre DonneurOrdreSaisi sur le contrat CodeProduitOC / NoContratOC
      *  pour l'etendue PorteeDemandee (1 consultation, 2 versements, 3 rachats) : zero ou un
      *  titulaire = accepte ; sinon il faut une procuration active, dans sa periode de validite
      *  a la date de traitement, et d'etendue suffisante - chaque refus a son message.
      *  ProcurationOk = 1 si l'ordre est recevable, ProcurationMandataire = 1 s'il vient d'un
      *  mandataire
      *-----------------------------------------------------------------------------------------------
       ControleProcuration.
           Move 1 to ProcurationOk
           Move 0 to ProcurationMandataire

           If DonneurOrdreSaisi not = 0
               Move CodeProduitOC to CodeProduitPX
               Move NoContratOC to NoContratPX
               Move 0 to TitulaireProcuration
               Move 0 to CoTitulaireProcuration
               EXEC SQL
                   SELECT TiersSouscr, COALESCE(CoSouscripteur, 0)
                   INTO :TitulaireProcuration, :CoTitulaireProcuration
                   FROM ProduitsClient
                   WHERE (CodeProduit = :CodeProduitPX
                   AND NoContrat = :NoContratPX)
               END-EXEC

               If DonneurOrdreSaisi = TitulaireProcuration
                or DonneurOrdreSaisi = CoTitulaireProcuration
                   continue
               else
                   Move 1 to ProcurationMandataire
                   Perform ControleProcuration-Mandat
               end-if
           end-if.

       ControleProcuration-Mandat.
           String Annee of DateTraitement '-'
               Mois of DateTraitement '-'
               Jour of DateTraitement into DateJourProcuration
           end-string

           Move 0 to NbProcurations
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbProcurations
               FROM Procurations
               WHERE (CodeProduit = :CodeProduitPX
               AND NoContrat = :NoContratPX
               AND IdTiers = :DonneurOrdreSaisi
               AND EtatProcuration = 'A')
           END-EXEC

           If NbProcurations = 0
               Move 0 to ProcurationOk
               move " Ordre refuse : aucune procuration active de ce Tiers sur le contrat " to LaInfoAide
           else
               Move 0 to NbProcurations
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbProcurations
                   FROM Procurations
                   WHERE (CodeProduit = :CodeProduitPX
                   AND NoContrat = :NoContratPX
                   AND IdTiers = :DonneurOrdreSaisi
                   AND EtatProcuration = 'A'
                   AND DateDebut <= :DateJourProcuration
                   AND DateFin >= :DateJourProcuration)
               END-EXEC

               If NbProcurations = 0
                   Move 0 to ProcurationOk
                   move " Ordre refuse : procuration hors de sa periode de validite " to LaInfoAide
               else
                   Move 0 to NbProcurations
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :NbProcurations
                       FROM Procurations
                       WHERE (CodeProduit = :CodeProduitPX
                       AND NoContrat = :NoContratPX
                       AND IdTiers = :DonneurOrdreSaisi
                       AND EtatProcuration = 'A'
                       AND DateDebut <= :DateJourProcuration
                       AND DateFin >= :DateJourProcuration
                       AND Portee >= :PorteeDemandee)
                   END-EXEC

                   If NbProcurations = 0
                       Move 0 to ProcurationOk
                       move " Ordre refuse : procuration insuffisante pour cette operation " to LaInfoAide
                   end-if
               end-if
           end-if

           If ProcurationOk = 0
               display InfoAide
               Accept FinInsertion at line 25 col 75
               Display REsetInfoAide
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Donneur d'ordre porte sur la ligne d'operation CodeProduitOC / NoContratOC /
      *  NoOperationOC qui vient d'etre posee - meme forme que MarqueFiscaliteLigneR
      *-----------------------------------------------------------------------------------------------
       MarqueDonneurOrdre.
           If DonneurOrdreSaisi not = 0
               Move DonneurOrdreSaisi to DonneurOrdreOC
               EXEC SQL
                   UPDATE OperationsCompte
                   SET DonneurOrdre = :DonneurOrdreOC
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND NoOperation = :NoOperationOC)
               END-EXEC
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  MENU 27 - Pointage des pieces du dossier de souscription : liste des pieces
           Accept NoContratPCDisplay at line 4 col 28 required foreground-color is 3 highlight
           move NoContratPCDisplay to NoContratPC
           Display NoContratPC at line 4 col 28 foreground-color is 3 highlight
           Move CodeProduitPC to CodeProduitCle
           Move NoContratPC to NoContratCle
           Move 4 to LigneCle
           Move 37 to ColonneCle
           Perform SaisieCleContrat
           Move NoContratCle to NoContratPC

           If NoContratPC = 0
               Move '0' to ChoixPiecesDossier
                   else
                       move " Piece pointee recue " to LaInfoComm
                   end-if

      *            La tache PIECE de la corbeille tombe sans attendre le batch
                   Move 'L' to ActionTacheDT
                   Move "PIECE" to TypeTacheDT
                   Move 0 to IdTiersDT
                   Move CodeProduitPD to CodeProduitDT
                   Move NoContratPD to NoContratDT
                   Move CodePiecePD to ReferenceDT
                   Move CodeOperateur to OperateurDT
                   Call 'AlimenteTache' using DemandeTache
                   display InfoComm
                   Accept FinInsertion at line 25 col 75
                   Display REsetInfoComm

      *-----------------------------------------------------------------------------------------------
      *  MENU 29 - Recherche d'operations multi-contrats : filtres facultatifs (produit,
      *  type, operateur, plage de dates, fourchette de montants, Tiers titulaire) appliques
      *  par la requete, archives (OperationsArchive) en option dans la meme liste, pages
      *  suivante / precedente lues depuis une cle de position, et rebond vers la synthese
      *  d'un contrat trouve. Index de la base a l'appui : OperationsCompte et
      *  OperationsArchive sur (DateOperation, CodeProduit, NoContrat, NoOperation), sur
      *  (CodeProduit, DateOperation) et sur (Operateur, DateOperation) ; ProduitsClient sur
      *  TiersSouscr et sur CoSouscripteur
      *-----------------------------------------------------------------------------------------------
       RechercheOperations.
           perform RechercheOperations-init.
               continue
           end-if.

      *    Page suivante : lignes apres la cle de position, dans l'ordre de la liste
           EXEC SQL
               DECLARE RechercheOper-Curseur CURSOR FOR
                Select R.CodeProduit, R.NoContrat, R.NoOperation, R.TypeOperation,
                 R.MontantOperation, R.DateOperation, R.Operateur, R.Source
                From (Select CodeProduit, NoContrat, NoOperation, TypeOperation,
                       MontantOperation, DateOperation,
                       COALESCE(Operateur, ' ') AS Operateur, 'C' AS Source
                      From OperationsCompte
                      UNION ALL
                      Select CodeProduit, NoContrat, NoOperation, TypeOperation,
                       MontantOperation, DateOperation,
                       COALESCE(Operateur, ' ') AS Operateur, 'A' AS Source
                      From OperationsArchive
                      Where :ArchivesFiltre = 'O') AS R
                Where (:ProduitFiltre = ' ' OR R.CodeProduit = :ProduitFiltre)
                 AND (:TypeFiltre = ' ' OR R.TypeOperation = :TypeFiltre)
                 AND (:OperateurFiltre = ' ' OR R.Operateur = :OperateurFiltre)
                 AND R.DateOperation >= :DateDebutRechOper
                 AND R.DateOperation <= :DateFinRechOper
                 AND R.MontantOperation >= :MontantMinFiltre
                 AND (:MontantMaxFiltre = 0 OR R.MontantOperation <= :MontantMaxFiltre)
                 AND (:TiersFiltre = 0 OR EXISTS
                      (Select 1 From ProduitsClient PC
                       Where PC.CodeProduit = R.CodeProduit
                        AND PC.NoContrat = R.NoContrat
                        AND (PC.TiersSouscr = :TiersFiltre
                         OR PC.CoSouscripteur = :TiersFiltre)))
                 AND (R.DateOperation < :CleDateRechOper
                  OR (R.DateOperation = :CleDateRechOper
                   AND (R.CodeProduit > :CleProduitRechOper
                    OR (R.CodeProduit = :CleProduitRechOper
                     AND (R.NoContrat > :CleContratRechOper
                      OR (R.NoContrat = :CleContratRechOper
                       AND R.NoOperation > :CleOperRechOper))))))
                ORDER BY R.DateOperation DESC, R.CodeProduit, R.NoContrat, R.NoOperation
           END-EXEC.

      *    Page precedente : lignes avant la cle de position, lues a rebours
           EXEC SQL
               DECLARE RechercheOperPrec-Curseur CURSOR FOR
                Select R.CodeProduit, R.NoContrat, R.NoOperation, R.TypeOperation,
                 R.MontantOperation, R.DateOperation, R.Operateur, R.Source
                From (Select CodeProduit, NoContrat, NoOperation, TypeOperation,
                       MontantOperation, DateOperation,
                       COALESCE(Operateur, ' ') AS Operateur, 'C' AS Source
                      From OperationsCompte
                      UNION ALL
                      Select CodeProduit, NoContrat, NoOperation, TypeOperation,
                       MontantOperation, DateOperation,
                       COALESCE(Operateur, ' ') AS Operateur, 'A' AS Source
                      From OperationsArchive
                      Where :ArchivesFiltre = 'O') AS R
                Where (:ProduitFiltre = ' ' OR R.CodeProduit = :ProduitFiltre)
                 AND (:TypeFiltre = ' ' OR R.TypeOperation = :TypeFiltre)
                 AND (:OperateurFiltre = ' ' OR R.Operateur = :OperateurFiltre)
                 AND R.DateOperation >= :DateDebutRechOper
                 AND R.DateOperation <= :DateFinRechOper
                 AND R.MontantOperation >= :MontantMinFiltre
                 AND (:MontantMaxFiltre = 0 OR R.MontantOperation <= :MontantMaxFiltre)
                 AND (:TiersFiltre = 0 OR EXISTS
                      (Select 1 From ProduitsClient PC
                       Where PC.CodeProduit = R.CodeProduit
                        AND PC.NoContrat = R.NoContrat
                        AND (PC.TiersSouscr = :TiersFiltre
                         OR PC.CoSouscripteur = :TiersFiltre)))
                 AND (R.DateOperation > :CleDateRechOper
                  OR (R.DateOperation = :CleDateRechOper
                   AND (R.CodeProduit < :CleProduitRechOper
                    OR (R.CodeProduit = :CleProduitRechOper
                     AND (R.NoContrat < :CleContratRechOper
                      OR (R.NoContrat = :CleContratRechOper
                       AND R.NoOperation < :CleOperRechOper))))))
                ORDER BY R.DateOperation, R.CodeProduit DESC, R.NoContrat DESC,
                 R.NoOperation DESC
           END-EXEC.

       RechercheOperations-trt.
           Move 0 to MontantMaxFiltre
           accept MontantMaxFiltre at line 6 col 35 foreground-color is 3 highlight

           Move 0 to TiersFiltre
           accept TiersFiltre at line 6 col 60 foreground-color is 3 highlight

           Move 'N' to ArchivesFiltre
           accept ArchivesFiltre at line 7 col 31 foreground-color is 3 highlight
           Move Function Upper-case(ArchivesFiltre) to ArchivesFiltre
           If ArchivesFiltre not = 'O'
               Move 'N' to ArchivesFiltre
           end-if

           Move DateDebutFiltre to DateDebutRechOper
           If DateDebutFiltre = spaces
               Move "0000-00-00" to DateDebutRechOper
           end-if
           Move DateFinFiltre to DateFinRechOper
           If DateFinFiltre = spaces
               Move "9999-99-99" to DateFinRechOper
           end-if

      *    Premiere page : cle de position avant toute operation
           Perform RechercheOper-CleDebut
           Move 0 to NumeroPageRechOper
           Move 0 to NbLignesPageRechOper
           Move 'S' to SensPageRechOper
           Move space to ChoixPageRechOper

           Perform RechercheOper-Page
               until ChoixPageRechOper = '0' or ChoixPageRechOper = '1'
                  or ChoixPageRechOper = '2'

           evaluate ChoixPageRechOper
               When '1'
                   Perform LectureSyntheseContrat
                   Move '0' to ChoixRechercheOper
               When '2'
                   Move space to ChoixRechercheOper
               When other
                   Move '0' to ChoixRechercheOper
           end-evaluate.

       RechercheOper-CleDebut.
           Move "9999-99-99" to CleDateRechOper
           Move spaces to CleProduitRechOper
           Move 0 to CleContratRechOper
           Move 0 to CleOperRechOper.

      *-----------------------------------------------------------------------------------------------
      *  Une page de la liste : lecture dans le sens demande depuis la cle de position, puis
      *  affichage et choix [Entree]/[S] suite, [P] page precedente, [1] synthese, [2] nouvelle
      *  recherche, [0] sortir
      *-----------------------------------------------------------------------------------------------
       RechercheOper-Page.
           If SensPageRechOper = 'P'
               Perform RechercheOper-ChargePrecedente
           else
               Perform RechercheOper-ChargeSuivante
           end-if

           display M-ResetEcran
           display M-RechercheOperations
           Perform RechercheOper-RappelFiltres
           Move 10 to LigneDetailsRechOper
           Move 1 to IndexPageRechOper
           Perform AfficheLigneRechercheOper
               until IndexPageRechOper > NbLignesPageRechOper

           Move NumeroPageRechOper to NumeroPageRechOperDisplay
           move " " to LaInfoAide
           If NbLignesPageRechOper = 0
               String " Aucune operation - [2] Nouvelle recherche, [0] Sortir" into LaInfoAide
               end-string
           else
               If SuiteRechOper = 1
                   String " Page " NumeroPageRechOperDisplay " - Entree suite, [P] Prec., [1] Synthese, [2] Nouv., [0] Sortir"
                       delimited by size into LaInfoAide
                   end-string
               else
                   String " Page " NumeroPageRechOperDisplay " (fin) - [P] Prec., [1] Synthese, [2] Nouv. recherche, [0] Sortir"
                       delimited by size into LaInfoAide
                   end-string
               end-if
           end-if
           display InfoAide
           Move space to ChoixPageRechOper
           accept ChoixPageRechOper at line 24 col 75 foreground-color is 2 highlight
           Display REsetInfoAide
           Move Function Upper-case(ChoixPageRechOper) to ChoixPageRechOper

           evaluate ChoixPageRechOper
               When '0'
               When '1'
               When '2'
                   continue
               When 'P'
                   If NumeroPageRechOper > 1
                       Move 'P' to SensPageRechOper
                   else
                       Move 'R' to SensPageRechOper
                   end-if
               When other
                   If SuiteRechOper = 1
                       Move 'S' to SensPageRechOper
                   else
                       Move 'R' to SensPageRechOper
                   end-if
                   Move space to ChoixPageRechOper
           end-evaluate

      *    Rien apres (ou avant) la page courante : elle est relue depuis sa propre
      *    premiere ligne
           If SensPageRechOper = 'R'
               Move 'S' to SensPageRechOper
               If NbLignesPageRechOper > 0
                   Perform RechercheOper-ClePremiere
                   Perform RechercheOper-ClePrecede
               end-if
               Subtract 1 from NumeroPageRechOper
           end-if.

      *    Filtres saisis, rappeles sur l'ecran de chaque page
       RechercheOper-RappelFiltres.
           Display ProduitFiltre at line 4 col 12 foreground-color is 3 highlight
           Display TypeFiltre at line 4 col 39 foreground-color is 3 highlight
           Display OperateurFiltre at line 4 col 56 foreground-color is 3 highlight
           Display DateDebutFiltre at line 5 col 20 foreground-color is 3 highlight
           Display DateFinFiltre at line 5 col 49 foreground-color is 3 highlight
           Display MontantMinFiltre at line 6 col 15 foreground-color is 3 highlight
           Display MontantMaxFiltre at line 6 col 35 foreground-color is 3 highlight
           Display TiersFiltre at line 6 col 60 foreground-color is 3 highlight
           Display ArchivesFiltre at line 7 col 31 foreground-color is 3 highlight.

      *-----------------------------------------------------------------------------------------------
      *  Page suivante : 12 lignes au plus apres la cle (la douzieme dit seulement qu'il y a
      *  une suite), la cle avance sur la derniere ligne affichee
      *-----------------------------------------------------------------------------------------------
       RechercheOper-ChargeSuivante.
           If NbLignesPageRechOper > 0
               Move NbLignesPageRechOper to IndexPageRechOper
               Perform RechercheOper-CleLigne
           end-if

           EXEC SQL
               OPEN RechercheOper-Curseur
           END-EXEC.

           Move 0 to RechercheOperEOF
           Move 0 to NbOperationsTrouvees
           Perform RechercheOper-LitSuivante
               until RechercheOperEOF = 1 or NbOperationsTrouvees = 12

           EXEC SQL
               CLOSE RechercheOper-Curseur
           END-EXEC.

           If NbOperationsTrouvees = 12
               Move 1 to SuiteRechOper
               Move 11 to NbLignesPageRechOper
           else
               Move 0 to SuiteRechOper
               Move NbOperationsTrouvees to NbLignesPageRechOper
           end-if
           Add 1 to NumeroPageRechOper.

       RechercheOper-LitSuivante.
           EXEC SQL
               FETCH RechercheOper-Curseur
                   INTO :CodeProduitOC, :NoContratOC, :NoOperationOC,
                    :TypeOperationOC, :MontantOperationOC,
                    :DateOperationOC, :OperateurOC, :SourceOperRech
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to RechercheOperEOF
           else
               Add 1 to NbOperationsTrouvees
               Move NbOperationsTrouvees to IndexPageRechOper
               Perform RechercheOper-RangeLigne
           end-if.

      *-----------------------------------------------------------------------------------------------
      *  Page precedente : les 11 lignes avant la premiere ligne affichee, lues a rebours et
      *  rangees du bas vers le haut ; si le debut de la liste est atteint avant, la
      *  premiere page est relue
      *-----------------------------------------------------------------------------------------------
       RechercheOper-ChargePrecedente.
           Move 'S' to SensPageRechOper
           Perform RechercheOper-ClePremiere

           EXEC SQL
               OPEN RechercheOperPrec-Curseur
           END-EXEC.

           Move 0 to RechercheOperEOF
           Move 0 to NbOperationsTrouvees
           Perform RechercheOper-LitPrecedente
               until RechercheOperEOF = 1 or NbOperationsTrouvees = 11

           EXEC SQL
               CLOSE RechercheOperPrec-Curseur
           END-EXEC.

           If NbOperationsTrouvees < 11 or NumeroPageRechOper <= 2
               Perform RechercheOper-CleDebut
               Move 0 to NbLignesPageRechOper
               Move 0 to NumeroPageRechOper
               Perform RechercheOper-ChargeSuivante
           else
               Move 1 to SuiteRechOper
               Move 11 to NbLignesPageRechOper
               Subtract 1 from NumeroPageRechOper
           end-if.

       RechercheOper-LitPrecedente.
           EXEC SQL
               FETCH RechercheOperPrec-Curseur
                   INTO :CodeProduitOC, :NoContratOC, :NoOperationOC,
                    :TypeOperationOC, :MontantOperationOC,
                    :DateOperationOC, :OperateurOC, :SourceOperRech
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to RechercheOperEOF
           else
               Add 1 to NbOperationsTrouvees
               Compute IndexPageRechOper = 12 - NbOperationsTrouvees
               Perform RechercheOper-RangeLigne
           end-if.

       RechercheOper-RangeLigne.
           Move CodeProduitOC to CodeProduitRP(IndexPageRechOper)
           Move NoContratOC to NoContratRP(IndexPageRechOper)
           Move NoOperationOC to NoOperationRP(IndexPageRechOper)
           Move TypeOperationOC to TypeOperationRP(IndexPageRechOper)
           Move MontantOperationOC to MontantRP(IndexPageRechOper)
           Move DateOperationOC to DateOperationRP(IndexPageRechOper)
           Move OperateurOC to OperateurRP(IndexPageRechOper)
           Move SourceOperRech to SourceRP(IndexPageRechOper).

      *    Cle de position sur la ligne IndexPageRechOper de la page
       RechercheOper-CleLigne.
           Move DateOperationRP(IndexPageRechOper) to CleDateRechOper
           Move CodeProduitRP(IndexPageRechOper) to CleProduitRechOper
           Move NoContratRP(IndexPageRechOper) to CleContratRechOper
           Move NoOperationRP(IndexPageRechOper) to CleOperRechOper.

       RechercheOper-ClePremiere.
           Move 1 to IndexPageRechOper
           Perform RechercheOper-CleLigne.

      *    Cle placee juste avant la premiere ligne (relecture de la page courante) : la
      *    ligne elle-meme est reprise par la lecture suivante
       RechercheOper-ClePrecede.
           If CleOperRechOper > 0
               Subtract 1 from CleOperRechOper
           else
               Perform RechercheOper-CleDebut
           end-if
           Move 0 to NbLignesPageRechOper.

       AfficheLigneRechercheOper.
           Move NoOperationRP(IndexPageRechOper) to NoOperationOCDisplay
           Move MontantRP(IndexPageRechOper) to MontantOperationOCDisplay

           Evaluate TypeOperationRP(IndexPageRechOper)
               When 'V'
                   Move 'Versement' to TypeOperationOCDisplay
               When 'R'
                   Move 'Souscription' to TypeOperationOCDisplay
               When 'I'
                   Move 'Interets' to TypeOperationOCDisplay
               When 'B'
                   Move 'Participation' to TypeOperationOCDisplay
               When 'D'
                   Move 'Plancher deces' to TypeOperationOCDisplay
               When 'C'
                   Move 'Indemnisation' to TypeOperationOCDisplay
               When 'F'
                   Move 'Frais' to TypeOperationOCDisplay
               When 'P'
               When 'A'
                   Move 'Report archives' to TypeOperationOCDisplay
               When other
                   Move TypeOperationRP(IndexPageRechOper) to TypeOperationOCDisplay
           end-evaluate

           If SourceRP(IndexPageRechOper) = 'A'
               Display '*' at line LigneDetailsRechOper Col 1 foreground-color is 2 highlight
           end-if
           Display CodeProduitRP(IndexPageRechOper) at line LigneDetailsRechOper Col 2 foreground-color is 3 highlight
           Display NoContratRP(IndexPageRechOper) at line LigneDetailsRechOper Col 10 foreground-color is 3 highlight
           Display NoOperationOCDisplay at line LigneDetailsRechOper Col 20 foreground-color is 3 highlight
           Display TypeOperationOCDisplay at line LigneDetailsRechOper Col 31 foreground-color is 3 highlight
           Display MontantOperationOCDisplay at line LigneDetailsRechOper Col 44 foreground-color is 3 highlight
           Display DateOperationRP(IndexPageRechOper) at line LigneDetailsRechOper Col 61 foreground-color is 3 highlight
           Display OperateurRP(IndexPageRechOper) at line LigneDetailsRechOper Col 73 foreground-color is 3 highlight

           Add 1 to LigneDetailsRechOper
           Add 1 to IndexPageRechOper.

       RechercheOperations-fin.
           exec sql
