       program-id. ConversionProduits as
           "Contrat_Epargne_TS.ConversionProduits".

       environment division.
       Configuration section.

       input-output section.
       file-control.
           select FichierEpargne assign to
                "C:\fichiers-cobol\ProduitsEpargne.csv"
                organization is line sequential access sequential
                file status is FichierEpargneStatus.

      *    Compte rendu du passage : une ligne par offre traitee -
      *    convertie (ancien et nouveau numero), ecartee (motif) ou
      *    laissee en attente (contrat en cours d'utilisation, erreur)
           select FichierConversions assign to
                "C:\fichiers-cobol\ConversionProduits.txt"
                organization is line sequential access sequential
                file status is FichierConversionsStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee
      *    par l'exploitation pour un rattrapage - a defaut, l'horloge
      *    fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierEpargne record varying from 0 to 255.
       01 EnrFichierEpargne pic x(255).

       FD FichierConversions record varying from 0 to 255.
       01 EnrFichierConversions pic x(255).

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
       77  DateJourConversion      pic X(10).
       77  EofImport               pic 9.
       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.

       77  FichierConversionsStatus pic x(2).
       77  FichierConversionsOk    pic 9 value 0.
       77  EnrLigneConversion      pic X(255).

      *---------------------------------------------------------------
      * Offres acceptees chargees avant traitement : chaque conversion
      * est validee a part, le curseur ne survivrait pas aux commits -
      * au-dela de la table, les offres restantes partent au passage
      * suivant
      *---------------------------------------------------------------
       77  OffresEOF               pic 9.
       77  NbOffresTrt             pic 9(4) value 0.
       77  IndexOffreTrt           pic 9(4).
       01  OffresATraiter.
           05 OffreATraiter        occurs 1000.
              10 CodeProduitOffre  pic X(2).
              10 NoContratOffre    pic 9(8).
              10 CodeProduitCible  pic X(2).
       77  OffresRestantes         pic 9 value 0.

      *---------------------------------------------------------------
      * Eligibilite au produit cible, memes regles qu'une
      * souscription (cf ConversionProduit dans Contrat_Epargne_Main) :
      * statut de vente, bornes d'age du souscripteur a la date du
      * passage, detention unique, plafond des versements pour la
      * valeur reprise - la personne est rapprochee par son identite
      * comme dans ControlePlafondsProduits
      *---------------------------------------------------------------
       77  IndexProduitCible       pic 9(3).
       77  ProduitCibleTrouve      pic 9.
       77  OffreEcartee            pic 9.
       77  OffreEnAttente          pic 9.
       77  MotifOffre              pic X(40).
       77  NomConv                 pic X(20).
       77  PrenomConv              pic X(25).
       77  DateNaissConv           pic X(10).
       01  DateNaissanceConv.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77  AgeConv                 pic S999.
       77  NbVerrousConv           pic 9(5).
       77  NbContratsCible         pic 9(5).
       77  EncoursCible            pic 9(12)v99.
       77  ChequesCible            pic 9(12)v99.

       77  NbConversions           pic 9(5) value 0.
       77  NbOffresEcartees        pic 9(5) value 0.
       77  NbOffresEnAttente       pic 9(5) value 0.
       77  ValeurConvDisplay       pic Z(11)9.99.
       77  NoContratOrigDisplay    pic Z(7)9.
       77  NoContratCibleDisplay   pic Z(7)9.

      *---------------------------------------------------------------
      * Conversion elle-meme (cf ConversionContrat) : nouveau numero
      * du produit cible, toutes les lignes du contrat reportees,
      * lien ancienne / nouvelle cle
      *---------------------------------------------------------------
       01  DemandeConversion.
           05 CodeProduitOrigDC    PIC X(2).
           05 NoContratOrigDC      PIC 9(8).
           05 CodeProduitCibleDC   PIC X(2).
           05 DateConversionDC     PIC X(10).
           05 ModeConversionDC     PIC X.
           05 OperateurDC          PIC X(8).
           05 NoContratCibleDC     PIC 9(8).
           05 ValeurConversionDC   PIC 9(12)v99.
           05 RetourDC             PIC 9.

      *---------------------------------------------------------------
      * Corbeille des taches operateur (cf AlimenteTache) : offre
      * ecartee, le client est a recontacter
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

      *---------------------------------------------------------------
      * Controle des passages batch : job a la demande de la
      * direction commerciale, trace sans refus de relancement (les
      * offres converties ou ecartees ne repartent pas)
      *---------------------------------------------------------------
       77  BatchRefuse             pic 9 value 0.
       77  PeriodeTraitement       pic X(7).
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
      *  Mainline - conversion groupee des contrats d'un produit ferme
      *  a la vente dont le titulaire a accepte l'offre de passage sur
      *  un produit ouvert (OffresConversion 'A', cf
      *  ConversionProduit-Acceptation dans Contrat_Epargne_Main) :
      *  eligibilite re-controlee au jour du passage, conversion sans
      *  rachat ni fiscalite avec conservation de l'anteriorite (cf
      *  ConversionContrat), contrat par contrat - une offre ecartee
      *  porte son motif et part en tache
      *---------------------------------------------------------------
       Debut.
           perform ConversionProduits-Init.
           If BatchRefuse = 0
               perform ChargeOffresAcceptees
               Move 1 to IndexOffreTrt
               perform ConversionProduits-Trt
                   until IndexOffreTrt > NbOffresTrt
           end-if.
           perform ConversionProduits-Fin.
           goback.

       ConversionProduits-Init.
           perform ImportationFichier.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to BatchRefuse
           else
               continue
           end-if.

           EXEC SQL
               DECLARE OffresAcceptees-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, CodeProduitCible
                From OffresConversion
                Where EtatOffre = 'A'
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateJourConversion
           end-string.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.

           If ImportFichierOk = 0 or IndexContrat < 2
               Display " Aucun parametre produit - job interrompu "
               Move 1 to BatchRefuse
           end-if.

           If BatchRefuse = 0
               Perform DebutControleBatch
      *        Une conversion = un tout : commit ou rollback par contrat
               EXEC SQL
                   SET AUTOCOMMIT OFF
               END-EXEC
               Perform OuvreCompteRendu
           end-if.

       OuvreCompteRendu.
           open output FichierConversions
           If FichierConversionsStatus = "00"
               Move 1 to FichierConversionsOk
               Move spaces to EnrFichierConversions
               String "CONVERSIONS DE PRODUIT - PASSAGE DU "
                   HorodatageBatch delimited by size
                   into EnrFichierConversions
               end-string
               write EnrFichierConversions
               move spaces to EnrFichierConversions
               string "Issue;CodeProduit;NoContrat;ProduitCible;"
                   "NouveauNo;Valeur;Motif" delimited by size
                   into EnrFichierConversions
               end-string
               write EnrFichierConversions
           else
               Display " Erreur ouverture compte rendu - code "
                   FichierConversionsStatus
           end-if.

      *---------------------------------------------------------------
      *  Offres acceptees, rangees avant toute conversion
      *---------------------------------------------------------------
       ChargeOffresAcceptees.
           Move 0 to NbOffresTrt
           Move 0 to OffresEOF
           EXEC SQL
               OPEN OffresAcceptees-Curseur
           END-EXEC
           Perform ChargeOffreAcceptee until OffresEOF = 1
           EXEC SQL
               CLOSE OffresAcceptees-Curseur
           END-EXEC.

       ChargeOffreAcceptee.
           EXEC SQL
               FETCH OffresAcceptees-Curseur
                   INTO :CodeProduitOF, :NoContratOF,
                    :CodeProduitCibleOF
           END-EXEC
           If SQLCODE = 100 OR SQLCODE = 101 OR SQLCODE < 0
               Move 1 to OffresEOF
           else
               If NbOffresTrt < 1000
                   Add 1 to NbOffresTrt
                   Move CodeProduitOF to CodeProduitOffre(NbOffresTrt)
                   Move NoContratOF to NoContratOffre(NbOffresTrt)
                   Move CodeProduitCibleOF
                       to CodeProduitCible(NbOffresTrt)
               else
                   Move 1 to OffresRestantes
                   Move 1 to OffresEOF
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Une offre : contrat en vie et libre, eligibilite au produit
      *  cible, puis conversion - ou motif de l'ecart
      *---------------------------------------------------------------
       ConversionProduits-Trt.
           Move 0 to OffreEcartee
           Move 0 to OffreEnAttente
           Move spaces to MotifOffre
           Move CodeProduitOffre(IndexOffreTrt) to CodeProduitPC
           Move NoContratOffre(IndexOffreTrt) to NoContratPC

           Perform ControleContratOffre
           If OffreEcartee = 0 and OffreEnAttente = 0
               Perform ControleProduitCible
           end-if
           If OffreEcartee = 0 and OffreEnAttente = 0
               Perform ControleAgeCible
           end-if
           If OffreEcartee = 0 and OffreEnAttente = 0
               Perform ControleDetentionCible
           end-if
           If OffreEcartee = 0 and OffreEnAttente = 0
               Perform ControlePlafondCible
           end-if

           evaluate true
               when OffreEcartee = 1
                   Perform EcarteOffre
               when OffreEnAttente = 1
                   Add 1 to NbOffresEnAttente
                   Move 0 to NoContratCibleDC
                   Move "EN ATTENTE" to EnrLigneConversion
                   Perform EcritLigneConversion
               when other
                   Perform ConvertitContrat
           end-evaluate

           Add 1 to IndexOffreTrt.

      *    Contrat actif, souscripteur identifie, pas de session dessus
       ControleContratOffre.
           EXEC SQL
               SELECT PC.EtatProduit, PC.ValeurCourante,
                PC.TiersSouscr, T.Nom, T.Prenom, T.DateNaissance
               INTO :EtatProduitPC, :ValeurCourantePC,
                :TiersSouscrPC, :NomConv, :PrenomConv, :DateNaissConv
               FROM ProduitsClient PC, TiersSB T
               WHERE PC.CodeProduit = :CodeProduitPC
               AND PC.NoContrat = :NoContratPC
               AND T.IdTiers = PC.TiersSouscr
           END-EXEC

           evaluate true
               when SQLCODE = 100
                   Move 1 to OffreEcartee
                   Move "Contrat introuvable" to MotifOffre
               when SQLCODE not = 0
                   Move 1 to OffreEnAttente
                   Move "Erreur de lecture du contrat" to MotifOffre
               when EtatProduitPC not = 1
                   Move 1 to OffreEcartee
                   Move "Contrat non actif" to MotifOffre
               when other
                   Move CodeProduitPC to CodeProduitVR
                   Move NoContratPC to NoContratVR
                   Move 0 to NbVerrousConv
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :NbVerrousConv
                       FROM VerrousContrat
                       WHERE CodeProduit = :CodeProduitVR
                       AND NoContrat = :NoContratVR
                   END-EXEC
                   If NbVerrousConv > 0
                       Move 1 to OffreEnAttente
                       Move "Contrat en cours d'utilisation"
                           to MotifOffre
                   end-if
           end-evaluate.

      *    Produit cible au fichier parametres, ouvert a la souscription
       ControleProduitCible.
           Move 0 to ProduitCibleTrouve
           Move 1 to IndexProduitCible
           Perform RechercheProduitCible
               until IndexProduitCible > NbLigneProduit
                  or ProduitCibleTrouve = 1

           evaluate true
               when ProduitCibleTrouve = 0
                   Move 1 to OffreEcartee
                   Move "Produit cible inconnu" to MotifOffre
               when not VenteOuverte of ligneProduit(IndexProduitCible)
                   Move 1 to OffreEcartee
                   Move "Produit cible ferme a la souscription"
                       to MotifOffre
               when other
                   continue
           end-evaluate.

       RechercheProduitCible.
           If CodeProduit of ligneProduit(IndexProduitCible)
              = CodeProduitCible(IndexOffreTrt)
               Move 1 to ProduitCibleTrouve
           else
               Add 1 to IndexProduitCible
           end-if.

      *    Bornes d'age du produit cible (zero = pas de borne)
       ControleAgeCible.
           Move DateNaissConv(1:4) to Annee of DateNaissanceConv
           Move DateNaissConv(6:2) to Mois of DateNaissanceConv
           Move DateNaissConv(9:2) to Jour of DateNaissanceConv
           Call 'CalculAge' USING DateNaissanceConv,
               DateOperationContrat, AgeConv

           If AgeMinSouscription of ligneProduit(IndexProduitCible) > 0
            and AgeConv <
                AgeMinSouscription of ligneProduit(IndexProduitCible)
               Move 1 to OffreEcartee
           end-if
           If AgeMaxSouscription of ligneProduit(IndexProduitCible) > 0
            and AgeConv >
                AgeMaxSouscription of ligneProduit(IndexProduitCible)
               Move 1 to OffreEcartee
           end-if
           If OffreEcartee = 1
               Move "Age hors des bornes du produit cible"
                   to MotifOffre
           end-if.

      *    Detention unique : aucun contrat en vie de la personne deja
      *    sur le produit cible (hors clos et renonciation)
       ControleDetentionCible.
           If DetentionUniqueExigee of ligneProduit(IndexProduitCible)
               Move CodeProduitCible(IndexOffreTrt) to CodeProduitPC
               Move 0 to NbContratsCible
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbContratsCible
                   FROM ProduitsClient PC, TiersSB T
                   WHERE PC.CodeProduit = :CodeProduitPC
                   AND PC.EtatProduit <> 0
                   AND PC.EtatProduit <> 6
                   AND T.IdTiers = PC.TiersSouscr
                   AND T.Nom = :NomConv
                   AND T.Prenom = :PrenomConv
                   AND T.DateNaissance = :DateNaissConv
               END-EXEC
               If SQLCODE = 0 and NbContratsCible > 0
                   Move 1 to OffreEcartee
                   Move "Contrat deja detenu sur le produit cible"
                       to MotifOffre
               end-if
               Move CodeProduitOffre(IndexOffreTrt) to CodeProduitPC
           end-if.

      *    Plafond : encours de la personne sur le produit cible
      *    (valeurs en vie + cheques en attente) + valeur reprise
       ControlePlafondCible.
           If PlafondVersements of ligneProduit(IndexProduitCible) > 0
               Move CodeProduitCible(IndexOffreTrt) to CodeProduitPC
               Move 0 to EncoursCible
               Move 0 to ChequesCible
               EXEC SQL
                   SELECT COALESCE(SUM(PC.ValeurCourante), 0)
                   INTO :EncoursCible
                   FROM ProduitsClient PC, TiersSB T
                   WHERE PC.CodeProduit = :CodeProduitPC
                   AND PC.EtatProduit <> 0
                   AND PC.EtatProduit <> 6
                   AND T.IdTiers = PC.TiersSouscr
                   AND T.Nom = :NomConv
                   AND T.Prenom = :PrenomConv
                   AND T.DateNaissance = :DateNaissConv
               END-EXEC
               EXEC SQL
                   SELECT COALESCE(SUM(OC.MontantOperation), 0)
                   INTO :ChequesCible
                   FROM OperationsCompte OC, ProduitsClient PC,
                    TiersSB T
                   WHERE OC.CodeProduit = PC.CodeProduit
                   AND OC.NoContrat = PC.NoContrat
                   AND OC.TypeOperation = 'V'
                   AND OC.StatutReglement = 'A'
                   AND PC.CodeProduit = :CodeProduitPC
                   AND T.IdTiers = PC.TiersSouscr
                   AND T.Nom = :NomConv
                   AND T.Prenom = :PrenomConv
                   AND T.DateNaissance = :DateNaissConv
               END-EXEC
               Add ChequesCible to EncoursCible
               Add ValeurCourantePC to EncoursCible
               If EncoursCible >
                  PlafondVersements of ligneProduit(IndexProduitCible)
                   Move 1 to OffreEcartee
                   Move "Plafond du produit cible depasse"
                       to MotifOffre
               end-if
               Move CodeProduitOffre(IndexOffreTrt) to CodeProduitPC
           end-if.

      *---------------------------------------------------------------
      *  Conversion du contrat, validee seule : une erreur annule
      *  tout pour ce contrat, l'offre reste acceptee pour le passage
      *  suivant
      *---------------------------------------------------------------
       ConvertitContrat.
           Move CodeProduitOffre(IndexOffreTrt) to CodeProduitOrigDC
           Move NoContratOffre(IndexOffreTrt) to NoContratOrigDC
           Move CodeProduitCible(IndexOffreTrt) to CodeProduitCibleDC
           Move DateJourConversion to DateConversionDC
           Move 'B' to ModeConversionDC
           Move "BATCH" to OperateurDC
           Call 'ConversionContrat' using DemandeConversion

           If RetourDC = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               Add 1 to NbConversions
               Move spaces to MotifOffre
               Move "CONVERTI" to EnrLigneConversion
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               Add 1 to NbOffresEnAttente
               Move 0 to NoContratCibleDC
               Move spaces to MotifOffre
               String "Erreur de conversion - code " RetourDC
                   delimited by size into MotifOffre
               end-string
               Move "EN ATTENTE" to EnrLigneConversion
           end-if
           Perform EcritLigneConversion.

      *---------------------------------------------------------------
      *  Offre ecartee : motif porte sur l'offre, tache pour que le
      *  client soit recontacte
      *---------------------------------------------------------------
       EcarteOffre.
           Move CodeProduitOffre(IndexOffreTrt) to CodeProduitOF
           Move NoContratOffre(IndexOffreTrt) to NoContratOF
           Move DateJourConversion to DateTraitementOF
           Move MotifOffre to MotifRejetOF
           EXEC SQL
               UPDATE OffresConversion
               SET EtatOffre = 'E',
                   DateTraitement = :DateTraitementOF,
                   MotifRejet = :MotifRejetOF
               WHERE (CodeProduit = :CodeProduitOF
               AND NoContrat = :NoContratOF
               AND EtatOffre = 'A')
           END-EXEC
           If SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               Add 1 to NbOffresEcartees
               Perform SignaleOffreEcartee
               Move 0 to NoContratCibleDC
               Move "ECARTE" to EnrLigneConversion
           else
               EXEC SQL
                   ROLLBACK
               END-EXEC
               Add 1 to NbOffresEnAttente
               Move 0 to NoContratCibleDC
               Move "EN ATTENTE" to EnrLigneConversion
           end-if
           Perform EcritLigneConversion.

       SignaleOffreEcartee.
           Move 'S' to ActionTacheDT
           Move "CONVER" to TypeTacheDT
           Move TiersSouscrPC to IdTiersDT
           Move CodeProduitOffre(IndexOffreTrt) to CodeProduitDT
           Move NoContratOffre(IndexOffreTrt) to NoContratDT
           Move CodeProduitCible(IndexOffreTrt) to ReferenceDT
           Move DateJourConversion to DateEcheanceDT
           Move 2 to PrioriteDT
           Move spaces to LibelleDT
           String "Conversion ecartee - " delimited by size
               MotifOffre delimited by "  "
               into LibelleDT
           end-string
           Move HorodatageBatch to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache
           EXEC SQL
               COMMIT
           END-EXEC.

      *    Issue deja placee dans EnrLigneConversion par l'appelant
       EcritLigneConversion.
           If FichierConversionsOk = 1
               Move NoContratOffre(IndexOffreTrt)
                   to NoContratOrigDisplay
               Move NoContratCibleDC to NoContratCibleDisplay
               Move ValeurCourantePC to ValeurConvDisplay
               Move spaces to EnrFichierConversions
               String EnrLigneConversion delimited by "  "
                   ';' CodeProduitOffre(IndexOffreTrt)
                   ';' NoContratOrigDisplay
                   ';' CodeProduitCible(IndexOffreTrt)
                   ';' NoContratCibleDisplay
                   ';' ValeurConvDisplay
                   ';' MotifOffre delimited by size
                   into EnrFichierConversions
               end-string
               write EnrFichierConversions
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       ConversionProduits-Fin.
           If FichierConversionsOk = 1
               close FichierConversions
           end-if.

           If BatchRefuse = 0
               EXEC SQL
                   SET AUTOCOMMIT ON
               END-EXEC
               Perform FinControleBatch
               EXEC SQL
                   CONNECT RESET
               END-EXEC
           end-if.

           Display " Contrats convertis : " NbConversions.
           Display " Offres ecartees : " NbOffresEcartees
               " - laissees en attente : " NbOffresEnAttente.
           If OffresRestantes = 1
               Display " Offres au-dela de la table : reprises au"
                   " prochain passage "
           end-if.
           Display " (cf ConversionProduits.txt) ".

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
      *  Controle des passages batch : trace sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "ConversionProduits" to NomJobCB
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
           Move NbConversions to NbTraitesCB

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
               when other
                   Display " Erreur ouverture fichier produits -"
                       " code " FichierEpargneStatus
                   move 1 to EofImport
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
               when AgeMinSouscriptionTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when AgeMaxSouscriptionTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when PlafondVersementsTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when other
                   Add 1 to IndexContrat
           end-evaluate.

       end program ConversionProduits.
