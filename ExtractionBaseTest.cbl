       77  IdTiersAffiche          pic 9(8).
       77  AnneeNaissReelle        pic X(4).
       77  DateNaissAnonyme        pic X(10).
      *    Regles de masquage des fichiers remis hors de la maison
      *    (profil E, cf MasqueDonnee)
       01 DemandeMasque.
           05 ActionMQ             PIC X.
           05 ChampMQ              PIC X(8).
           05 ProfilMQ             PIC X.
           05 ValeurMQ             PIC X(40).
           05 ValeurMasqueeMQ      PIC X(40).
           05 RevelableMQ          PIC X.
           05 IdTiersMQ            PIC 9(8).
           05 OperateurMQ          PIC X(8).
           05 OrigineMQ            PIC X(30).
           05 RetourMQ             PIC 9.
       01  BbanIban.
           05 BbanBanque           PIC 9(5).
           05 BbanGuichet          PIC 9(5).
           String "PRENOM" IdTiersAffiche into PrenomAnonyme
           end-string

      *    Date de naissance selon les regles des fichiers remis hors
      *    de la maison : en clair, annee seule (jour/mois neutralises)
      *    ou entierement masquee (date neutre)
           Move 'M' to ActionMQ
           Move "NAISS" to ChampMQ
           Move 'E' to ProfilMQ
           Move DateNaissance of TiersSouscrBenef to ValeurMQ
           Move IdTiers of TiersSouscrBenef to IdTiersMQ
           Move "ExtractionBaseTest" to OrigineMQ
           Call 'MasqueDonnee' using DemandeMasque
           Move "1970" to AnneeNaissReelle
           evaluate true
               when ValeurMQ = spaces
                   String AnneeNaissReelle "-01-01"
                       into DateNaissAnonyme
                   end-string
               when ValeurMasqueeMQ = ValeurMQ
                   Move DateNaissance of TiersSouscrBenef
                       to DateNaissAnonyme
               when ValeurMasqueeMQ(1:4) is numeric
                   Move ValeurMasqueeMQ(1:4) to AnneeNaissReelle
                   String AnneeNaissReelle "-01-01"
                       into DateNaissAnonyme
                   end-string
               when other
                   String AnneeNaissReelle "-01-01"
                       into DateNaissAnonyme
                   end-string
           end-evaluate.

       GenereRibAnonyme.
      *    Banque de test fixe, guichet et racine derives de l'IdTiers,
