      * Clause Copy contenant les parametres des contrats 
      *---------------------------------------------------------------------------------------------
       01 Param.
           05 FILLER PIC X(170).
               88 A1 Value 'A1 000500 000350 000750 000400 001720 00005000 000000005250'.       
               88 B1 Value 'B1 000400 000260 000750 000300 001720 00005000 000000005250'. 
               88 PR Value 'PR 000250 000220 000750 000450 001720 10000000 000010250000'.
           05 filler            PIC X.
      *    Base de calcul des interets mensuels (cf CalculInteretsMensuels) :
      *    1 Actuel/360 - 2 Actuel/365 - 3 30/360 (mois = 1/12 d'annee, valeur
      *    historique avant l'ajout de cette rubrique) - 4 Quinzaines (dates de
      *    valeur au 1er/16 du mois, quinzaine = 1/24 d'annee)
           05 ConventionTaux    PIC X.
           05 filler            PIC X.
      *    Capitalisation des interets (cf CalculInteretsMensuels et
      *    nouvelles, 'G' gele (cf SimulationContrat-trt et
      *    SaisieVersementLibre-trt)
           05 StatutVente           PIC X.
           05 filler            PIC X.
      *    Plafond des versements par personne (zero = pas de plafond) et
      *    detention unique ('1' = un seul contrat par personne) - cf
      *    ControlePlafondVersement et ControleDetentionUnique
           05 PlafondVersements     PIC 9(10)v99.
           05 filler            PIC X.
           05 DetentionUnique       PIC X.
           05 filler            PIC X.
      *    Abattement annuel par Tiers sur la plus-value des rachats, au-dela
      *    de AncienneteAbattement annees de contrat (cf CalculFiscaliteRachat)
           05 AncienneteAbattement  PIC 99.
           05 filler            PIC X.
           05 AbattementAnnuel      PIC 9(7)v99.
           05 filler            PIC X.
      *    Frais de gestion annuels sur l'encours moyen (zero = pas de frais) -
      *    cf FraisGestionAnnuel et CalculFraisGestionCloture
           05 FraisGestion          PIC 99v9999.
           05 filler            PIC X.
      *    Plancher de capital deces ('1' = garanti) - cf CalculPlancherDeces
           05 PlancherDeces         PIC X.
           05 filler            PIC X.
      *    Valeur residuelle minimum apres un rachat partiel (zero = pas de
      *    minimum) - cf ControleValeurResiduelle
           05 ValeurResidMin        PIC 9(8)v99.

