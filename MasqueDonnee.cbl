       program-id. MasqueDonnee as
           "Contrat_Epargne_TS.MasqueDonnee".

      *---------------------------------------------------------------
      * Masquage des donnees sensibles selon le profil : les regles
      * par champ et par profil sont toutes ici (TableMasquage), pour
      * les ecrans comme pour les fichiers.
      *  Champs : IBAN, RIB (compte et cle), NAISS (date de naissance),
      *  NIF (NIF etranger / residence fiscale), PIECE (numero de
      *  piece d'identite)
      *  Profils : C consultation, G gestion, S superviseur, E fichier
      *  remis hors de la maison (extraction base de test...)
      *  Modes : V en clair, 4 les quatre derniers caracteres seuls
      *  (****1234), A annee seule (AAAA-**-**), M entierement masque
      *  Revelable O : le profil y a droit, la valeur s'affiche masquee
      *  et se revele a la demande, revelation tracee
      *  - action 'M' : rend la valeur masquee selon le profil
      *    (ValeurMasqueeMQ) et si elle est revelable (RevelableMQ)
      *  - action 'R' : revelation ou export en clair - valeur en
      *    clair si le profil y a droit, avec une ligne au registre
      *    RevelationsDonnees (Tiers, champ, operateur, origine), la
      *    valeur masquee sinon (RetourMQ 1)
      * RetourMQ : 0 ok, 1 revelation refusee au profil, 2 revelation
      * faite mais non tracee (erreur base)
      *---------------------------------------------------------------
       environment division.

       data division.
       working-storage section.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

      *    Champ (8), profil, mode, revelable - un champ ou un profil
      *    absent de la table est entierement masque, sans revelation
       01  TableMasquageVals.
           05 filler pic X(11) value "IBAN    C4N".
           05 filler pic X(11) value "IBAN    G4O".
           05 filler pic X(11) value "IBAN    S4O".
           05 filler pic X(11) value "IBAN    E4N".
           05 filler pic X(11) value "RIB     CMN".
           05 filler pic X(11) value "RIB     GMO".
           05 filler pic X(11) value "RIB     SMO".
           05 filler pic X(11) value "RIB     EMN".
           05 filler pic X(11) value "NAISS   CAN".
           05 filler pic X(11) value "NAISS   GVN".
           05 filler pic X(11) value "NAISS   SVN".
           05 filler pic X(11) value "NAISS   EAN".
           05 filler pic X(11) value "NIF     CMN".
           05 filler pic X(11) value "NIF     G4O".
           05 filler pic X(11) value "NIF     S4O".
           05 filler pic X(11) value "NIF     EMN".
           05 filler pic X(11) value "PIECE   CMN".
           05 filler pic X(11) value "PIECE   G4O".
           05 filler pic X(11) value "PIECE   S4O".
           05 filler pic X(11) value "PIECE   EMN".
       01  TableMasquage redefines TableMasquageVals.
           05 LigneMasquage OCCURS 20 TIMES.
               10 ChampMasquage    pic X(8).
               10 ProfilMasquage   pic X.
               10 ModeMasquage     pic X.
               10 RevelableMasquage pic X.
       77  NbLignesMasquage        pic 99 value 20.
       77  IndexMasquage           pic 99.
       77  RegleTrouvee            pic 9.
       77  ModeApplique            pic X.
       77  RevelableApplique       pic X.

       77  LongueurValeur          pic 99.
       77  IndexValeur             pic 99.
       77  DebutQuatreDerniers     pic 99.

       01  DateRevelation.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       01  HeureRevelation.
           10 HeureRevH            pic 99.
           10 HeureRevMn           pic 99.
           10 HeureRevSec          pic 99.
           10 HeureRevCent         pic 99.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".

       Linkage section.
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

       procedure division using DemandeMasque.
       Debut.
           Move 0 to RetourMQ
           Perform RegleMasquage
           Perform MasqueValeur
           Move RevelableApplique to RevelableMQ

           If ActionMQ = 'R'
               evaluate true
                   when ModeApplique = 'V'
                       continue
                   when RevelableApplique = 'O'
                       Move ValeurMQ to ValeurMasqueeMQ
                       Perform TraceRevelation
                   when other
                       Move 1 to RetourMQ
               end-evaluate
           end-if

           goback.

      *---------------------------------------------------------------
      *  Regle du champ pour le profil
      *---------------------------------------------------------------
       RegleMasquage.
           Move 'M' to ModeApplique
           Move 'N' to RevelableApplique
           Move 0 to RegleTrouvee
           Move 1 to IndexMasquage
           Perform RechercheRegle
               until IndexMasquage > NbLignesMasquage
                  or RegleTrouvee = 1.

       RechercheRegle.
           If ChampMasquage(IndexMasquage) = ChampMQ
            and ProfilMasquage(IndexMasquage) = ProfilMQ
               Move 1 to RegleTrouvee
               Move ModeMasquage(IndexMasquage) to ModeApplique
               Move RevelableMasquage(IndexMasquage)
                   to RevelableApplique
           else
               Add 1 to IndexMasquage
           end-if.

      *---------------------------------------------------------------
      *  Valeur masquee selon le mode - une valeur a blanc reste a
      *  blanc (rien a cacher, et l'absence reste visible)
      *---------------------------------------------------------------
       MasqueValeur.
           Move spaces to ValeurMasqueeMQ
           evaluate true
               when ValeurMQ = spaces
                   continue
               when ModeApplique = 'V'
                   Move ValeurMQ to ValeurMasqueeMQ
               when ModeApplique = '4'
                   Perform MasqueQuatreDerniers
               when ModeApplique = 'A'
                   Perform MasqueAnneeSeule
               when other
                   Move "********" to ValeurMasqueeMQ
           end-evaluate.

      *    Quatre derniers caracteres significatifs, precedes de ****
       MasqueQuatreDerniers.
           Move 0 to LongueurValeur
           Move 1 to IndexValeur
           Perform LongueurSignificative until IndexValeur > 40
           If LongueurValeur > 4
               Compute DebutQuatreDerniers = LongueurValeur - 3
           else
               Move 1 to DebutQuatreDerniers
           end-if
           String "****" ValeurMQ(DebutQuatreDerniers:4)
               delimited by size into ValeurMasqueeMQ
           end-string.

       LongueurSignificative.
           If ValeurMQ(IndexValeur:1) not = space
               Move IndexValeur to LongueurValeur
           end-if
           Add 1 to IndexValeur.

      *    Annee seule : date AAAA-MM-JJ ou JJ/MM/AAAA
       MasqueAnneeSeule.
           If ValeurMQ(3:1) = '/'
               String "**/**/" ValeurMQ(7:4)
                   delimited by size into ValeurMasqueeMQ
               end-string
           else
               String ValeurMQ(1:4) "-**-**"
                   delimited by size into ValeurMasqueeMQ
               end-string
           end-if.

      *---------------------------------------------------------------
      *  Trace de la revelation au registre RevelationsDonnees
      *---------------------------------------------------------------
       TraceRevelation.
           ACCEPT DateRevelation from date YYYYMMDD
           ACCEPT HeureRevelation from time
           Move spaces to DateRevelationRD
           String Annee of DateRevelation '-'
               Mois of DateRevelation '-'
               Jour of DateRevelation ' '
               HeureRevH ':' HeureRevMn ':' HeureRevSec
               into DateRevelationRD
           end-string
           Move IdTiersMQ to IdTiersRD
           Move ChampMQ to ChampRD
           Move OperateurMQ to OperateurRD
           Move ProfilMQ to ProfilRD
           Move OrigineMQ to OrigineRD

           EXEC SQL
               INSERT INTO RevelationsDonnees
                   (IdTiers, Champ, Operateur, Profil, Origine,
                    DateRevelation)
               VALUES
                   (:IdTiersRD, :ChampRD, :OperateurRD, :ProfilRD,
                    :OrigineRD, :DateRevelationRD)
           END-EXEC
           If SQLCODE <> 0
               Move 2 to RetourMQ
           end-if.
