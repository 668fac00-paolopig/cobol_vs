             10 SeuilEntreeBrutTxt   PIC X(10).
             10 SeuilEntreeBrut REDEFINES SeuilEntreeBrutTxt PIC 9(8)v99.
      *      Base de calcul des interets mensuels du produit (cf CalculInteretsMensuels
      *      dans Contrat_Epargne_Main) : 1 Actuel/360 - 2 Actuel/365 - 3 30/360 -
      *      4 Quinzaines (livrets : un depot porte interet a partir du 1er ou du 16
      *      qui suit, un retrait cesse d'en porter au 1er ou au 16 qui precede, la
      *      quinzaine valant 1/24 d'annee)
             10 ConventionTaux       PIC X.
               88 CvtActuel360  Value '1'.
               88 CvtActuel365  Value '2'.
               88 Cvt30-360     Value '3'.
               88 CvtQuinzaine  Value '4'.
      *      Capitalisation des interets du produit (cf CalculInteretsMensuels et
      *      CalculValeursFinAnnee dans Contrat_Epargne_Main) : 1 Mensuelle (les interets
      *      bruts du mois rejoignent ValeurContrat a chaque passage) - 2 Annuelle
               88 VenteOuverte      Value 'O'.
               88 VenteFermee       Value 'F'.
               88 VenteGelee        Value 'G'.
      *      Plafond reglementaire des versements par personne sur le
      *      produit (zero = pas de plafond) : un versement qui porterait
      *      l'encours du Tiers sur le produit au-dela est refuse - les
      *      interets capitalises peuvent le depasser (cf ControlePlafondVersement
      *      dans Contrat_Epargne_Main et ControlePlafondsProduits)
             10 PlafondVersementsTxt PIC X(12).
             10 PlafondVersements REDEFINES PlafondVersementsTxt PIC 9(10)v99.
      *      Detention unique : '1' = un seul contrat en vie par personne
      *      sur le produit (cf ControleDetentionUnique)
             10 DetentionUnique      PIC X.
               88 DetentionUniqueExigee Value '1'.
      *      Fiscalite des rachats sur la seule part de plus-value : au-dela
      *      de AncienneteAbattement annees de contrat, un abattement annuel
      *      par Tiers (double sur un contrat conjoint) s'impute sur la
      *      plus-value avant FiscRachat - zero = pas d'abattement (cf
      *      CalculFiscaliteRachat dans Contrat_Epargne_Main)
             10 AncienneteAbattementTxt PIC X(2).
             10 AncienneteAbattement REDEFINES AncienneteAbattementTxt PIC 99.
             10 AbattementAnnuelTxt  PIC X(9).
             10 AbattementAnnuel REDEFINES AbattementAnnuelTxt PIC 9(7)v99.
      *      Frais de gestion annuels, en fraction de l'encours moyen de l'annee (zero =
      *      pas de frais de gestion) : preleves au 31/12 par FraisGestionAnnuel, au
      *      prorata a la cloture d'un contrat en cours d'annee (cf
      *      CalculFraisGestionCloture dans Contrat_Epargne_Main)
             10 FraisGestionTxt      PIC X(6).
             10 FraisGestion REDEFINES FraisGestionTxt      PIC 99v9999.
      *      Plancher de capital deces : '1' = au deces de l'assure, le capital
      *      reparti entre les beneficiaires ne peut etre inferieur au cumul des
      *      versements nets des rachats ; le complement est passe en operation
      *      'D' distincte (cf CalculPlancherDeces dans Contrat_Epargne_Main et
      *      PlancherDecesAnnuel)
             10 PlancherDeces        PIC X.
               88 PlancherDecesGaranti Value '1'.
      *      Valeur residuelle minimum d'un contrat apres un rachat partiel (zero = pas
      *      de minimum) : un rachat partiel qui laisserait moins sur le contrat est
      *      refuse, le rachat total est propose a la place - les rachats programmes et
      *      les instructions clients concernes partent en liste de travail (cf
      *      ControleValeurResiduelle dans Contrat_Epargne_Main, EcheancesProgrammees,
      *      ImportInstructionsClients et ContratsSousResiduel)
             10 ValeurResidMinTxt    PIC X(10).
             10 ValeurResidMin REDEFINES ValeurResidMinTxt PIC 9(8)v99.

      *---------------------------------------------------------------------------------------------
      * Paliers de remuneration majoree par produit, importes de TauxPaliers.csv
      * Seuils de vigilance LCB-FT par type d'operation, importes de SeuilsAML.csv
      * (Type;SeuilUnitaire;SeuilCumul;FenetreJours) - cf ControleSeuilsAML dans
      * Contrat_Epargne_Main et EcheancesProgrammees. Seuil a zero = pas de controle.
      * La ligne de type 'H' ne porte que FenetreJours : delai pendant lequel un virement
      * vers un IBAN change est retenu jusqu'au contre-appel (cf ControleIbanRecent) -
      * absente, DelaiRetenueIbanDefaut s'applique ; a zero, pas de retenue.
      *---------------------------------------------------------------------------------------------
       01 SeuilsAML.
           05 ligneSeuilAML OCCURS 10 TIMES.
             10 FenetreJoursAMLTxt   PIC X(3).
             10 FenetreJoursAML REDEFINES FenetreJoursAMLTxt PIC 999.

      *---------------------------------------------------------------------------------------------
      * Limites journalieres de pose par operateur, importees de LimitesOperateurs.csv
      * (TypeCle;Cle;PlafondVersementsJour;PlafondRachatsJour) - TypeCle 'P' : Cle = profil
      * ('C', 'G', 'S'), TypeCle 'O' : Cle = code operateur, la ligne de l'operateur l'emporte
      * sur celle de son profil. Cumul du jour des versements ('V') et des rachats ('R') poses
      * par l'operateur, transferts compris : au-dela, l'operation part en file
      * d'approbation - cf ControleLimiteJournaliere dans Contrat_Epargne_Main et
      * UtilisationLimitesOperateurs. Plafond a zero = pas de limite.
      *---------------------------------------------------------------------------------------------
       01 LimitesOperateurs.
           05 ligneLimiteOp OCCURS 50 TIMES.
             10 TypeCleLimite        PIC X.
             10 CleLimite            PIC X(8).
             10 PlafondVersJourTxt   PIC X(12).
             10 PlafondVersJour REDEFINES PlafondVersJourTxt PIC 9(10)v99.
             10 PlafondRachatsJourTxt PIC X(12).
             10 PlafondRachatsJour REDEFINES PlafondRachatsJourTxt PIC 9(10)v99.

      *---------------------------------------------------------------------------------------------
      * Liste de surveillance sanctions / personnes politiquement exposees, importee de
      * ListeSurveillance.csv (Nom;Prenom;DateNaissance;TypeListe - 'S' sanctions, 'P' PPE),
             10 TauxAnneeTxt         PIC X(6).
             10 TauxAnneeVal REDEFINES TauxAnneeTxt PIC 99v9999.

      *---------------------------------------------------------------------------------------------
      * Bareme des penalites de sortie par anciennete, importe de BaremePenalites.csv
      * (CodeProduit;DateEffet;AnneeContrat;TauxPenalite) et tenu par le marketing a cote de
      * ProduitsEpargne.csv : chaque version du bareme d'un produit porte sa date d'entree en
      * vigueur (AAAA-MM-JJ), un rachat prend la version en vigueur a sa date (meme principe
      * que VersionsParametres) et le taux de l'annee de contrat atteinte (1 = premiere annee).
      * Annee absente de la version, ou produit sans bareme = pas de penalite - cf
      * CalculPenaliteRachat dans Contrat_Epargne_Main et EcheancesProgrammees
      *---------------------------------------------------------------------------------------------
       01 BaremePenalites.
           05 lignePenalite OCCURS 100 TIMES.
             10 CodeProduitPen       PIC XX.
             10 DateEffetPen         PIC X(10).
             10 AnneeContratPenTxt   PIC X(2).
             10 AnneeContratPen REDEFINES AnneeContratPenTxt PIC 99.
             10 TauxPenaliteTxt      PIC X(6).
             10 TauxPenalite REDEFINES TauxPenaliteTxt PIC 99v9999.

      *---------------------------------------------------------------------------------------------
      * Participation aux benefices votee par la direction, importee de ParticipationBenefices.csv
      * (CodeProduit;Exercice;MontantVote;Mode) et deposee par la Finance : le montant de
      * l'exercice est reparti entre les contrats du produit au prorata de leur capital moyen
      * (cf ParticipationBenefices). Mode 'D' = distribution (lignes 'B' posees), toute autre
      * valeur = simulation (rapport de repartition seul, soumis au comite avant distribution)
      *---------------------------------------------------------------------------------------------
       01 ParticipationsVotees.
           05 ligneParticipation OCCURS 50 TIMES.
             10 CodeProduitPB        PIC XX.
             10 ExercicePBTxt        PIC X(4).
             10 ExercicePB REDEFINES ExercicePBTxt PIC 9(4).
             10 MontantVotePBTxt     PIC X(14).
             10 MontantVotePB REDEFINES MontantVotePBTxt PIC 9(12)v99.
             10 ModePB               PIC X.

      *
      * 01 TiersSB.     *>Fichier tiers beneficiaires et/ou souscripteurs
      *      10 IdClient          PIC S9(9) COMP-5.
