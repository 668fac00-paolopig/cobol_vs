       77  NbTiersFiltres          pic 9(5) value 0.
       77  NbTouches               pic 9(5) value 0.
       77  NbTouchesDejaConnues    pic 9(5) value 0.
      *    Personnes morales alertees par la touche d'un de leurs
      *    beneficiaires effectifs (cf TraiteToucheEntites)
       77  EntitesEOF              pic 9.
       77  NbTouchesEntites        pic 9(5) value 0.
       77  IdEntiteDisplay         pic Z(8)9.

      *---------------------------------------------------------------
      * Liste de surveillance importee (meme table que
       77  NbAlertesExistantes     pic 9(5).
       77  IdTiersDisplay          pic Z(8)9.

      *---------------------------------------------------------------
      * Pays sous sanctions au referentiel des pays (cf RecherchePays) :
      * un Tiers dont l'adresse ou une residence fiscale est dans un
      * tel pays est touche comme par la liste (TypeListeHit 'G')
      *---------------------------------------------------------------
       77  PaysControleSanctions   pic X(25).
       77  PaysSanctionsTrouve     pic 9.
       01  DemandePays.
           05 SaisiePS             PIC X(25).
           05 CodeIso2PS           PIC X(2).
           05 CodeIso3PS           PIC X(3).
           05 NomPaysPS            PIC X(25).
           05 MembreUEPS           PIC X.
           05 MembreSepaPS         PIC X.
           05 ParticipantCrsPS     PIC X.
           05 RisqueElevePS        PIC X.
           05 SanctionsPS          PIC X.
           05 RetourPS             PIC 9.

      *---------------------------------------------------------------
      * Controle des passages batch : relance a chaque rafraichissement
      * de la liste, refus d'un second passage sur la meme periode
      *---------------------------------------------------------------
      *  Mainline - re-filtrage du stock TiersSB contre la liste de
      *  surveillance sanctions/PPE (a lancer a chaque rafraichissement
      *  de ListeSurveillance.csv) et contre les pays sous sanctions du
      *  referentiel des pays : chaque touche pose une alerte 'L'
      *  dans AlertesAML (consolidee par DeclarationAML) - un Tiers
      *  deja alerte 'L' n'est pas realerte, la revue est en cours
      *---------------------------------------------------------------
           EXEC SQL
               DECLARE TiersFiltrage-Curseur CURSOR FOR
                Select IdTiers, Nom, Prenom,
                 COALESCE(DateNaissance, ' '), COALESCE(Pays, ' '),
                 COALESCE(PaysResidFisc, ' '),
                 COALESCE(PaysResidFisc2, ' ')
                From TiersSB
                ORDER BY IdTiers
           END-EXEC.

      *    Personnes morales detenues par un Tiers touche (une entite
      *    se filtre par ses beneficiaires effectifs)
           EXEC SQL
               DECLARE EntitesDetenues-Curseur CURSOR FOR
                Select B.IdTiersEntite,
                 COALESCE(T.RaisonSociale, T.Nom)
                From BeneficiairesEffectifs B, TiersSB T
                Where B.IdTiersPersonne = :IdTiersPersonneEF
                And T.IdTiers = B.IdTiersEntite
                And COALESCE(T.FusionneVers, 0) = 0
                ORDER BY B.IdTiersEntite
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
       FiltrageListeTiers-Trt.
           EXEC SQL
               FETCH TiersFiltrage-Curseur
                   INTO :IdTiers, :Nom, :Prenom, :DateNaissance,
                    :Pays, :PaysResidFiscT, :PaysResidFisc2T
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move DateNaissance of TiersSouscrBenef
                   to DateNaissControleSurv
               Perform ControleListeSurveillance
               If SurvTrouve = 0
                   Perform ControlePaysSanctions
               end-if

               If SurvTrouve = 1
                   Perform TraiteToucheListe
                   Perform TraiteToucheEntites
               end-if
           end-if.

               Perform EcritLigneFiltrage-Nouvelle
           end-if.

      *---------------------------------------------------------------
      *  Touche sur un Tiers beneficiaire effectif de personnes
      *  morales : chacune est alertee 'L' a son tour (sauf alerte
      *  'L' deja ouverte pour elle), avec une ligne de rapport qui
      *  nomme le detenteur touche
      *---------------------------------------------------------------
       TraiteToucheEntites.
           Move IdTiers of TiersSouscrBenef to IdTiersPersonneEF
           EXEC SQL
               OPEN EntitesDetenues-Curseur
           END-EXEC

           Move 0 to EntitesEOF
           Perform TraiteToucheEntite until EntitesEOF = 1

           EXEC SQL
               CLOSE EntitesDetenues-Curseur
           END-EXEC.

       TraiteToucheEntite.
           EXEC SQL
               FETCH EntitesDetenues-Curseur
                   INTO :IdTiersEntiteEF, :RaisonSocialeT
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to EntitesEOF
           else
               Move 0 to NbAlertesExistantes
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbAlertesExistantes
                   FROM AlertesAML
                   WHERE (IdTiers = :IdTiersEntiteEF
                   AND TypeAlerte = 'L')
               END-EXEC

               If NbAlertesExistantes = 0
                   EXEC SQL
                       SELECT MAX(NoAlerte)
                       INTO :NoAlerteAM
                       FROM AlertesAML
                   END-EXEC
                   If SQLCODE = 100
                       Move 0 to NoAlerteAM
                   end-if
                   Add 1 to NoAlerteAM

                   Move IdTiersEntiteEF to IdTiersAM
                   Move spaces to CodeProduitAM
                   Move 0 to NoContratAM
                   Move TypeListeHit to TypeOperationAM
                   Move 0 to MontantAM
                   Move 0 to MontantCumulAM
                   Move 'L' to TypeAlerteAM
                   Move spaces to OperateurAM

                   EXEC SQL
                       INSERT INTO AlertesAML
                           (NoAlerte, IdTiers, CodeProduit, NoContrat,
                            TypeOperation, Montant, MontantCumul,
                            DateAlerte, TypeAlerte, Operateur)
                       VALUES
                           (:NoAlerteAM, :IdTiersAM, :CodeProduitAM,
                            :NoContratAM, :TypeOperationAM, :MontantAM,
                            :MontantCumulAM, :DateAlerteAM,
                            :TypeAlerteAM, :OperateurAM)
                   END-EXEC

                   Add 1 to NbTouchesEntites
                   Perform EcritLigneFiltrage-Entite
               end-if
           end-if.

       EcritLigneFiltrage-Entite.
           If FichierFiltrageOk = 1
               Move IdTiersEntiteEF to IdEntiteDisplay
               Move IdTiers of TiersSouscrBenef to IdTiersDisplay
               String IdEntiteDisplay         delimited by size
                   ';' RaisonSocialeT          delimited by size
                   ';' ';'                     delimited by size
                   ';' TypeListeHit            delimited by size
                   ';' "ALERTE ENTITE - BENEFICIAIRE EFFECTIF "
                                               delimited by size
                   IdTiersDisplay              delimited by size
                   into EnrLigneFiltrage
               end-string
               Move EnrLigneFiltrage to EnrFichierFiltrage
               write EnrFichierFiltrage
           end-if.

       EcritLigneFiltrage-Nouvelle.
           If FichierFiltrageOk = 1
               Move IdTiers of TiersSouscrBenef to IdTiersDisplay
               Add 1 to IndexRechSurv
           end-if.

      *---------------------------------------------------------------
      *  Pays d'adresse et de residence fiscale du Tiers au referentiel
      *  des pays : un pays sous sanctions vaut touche 'G'
      *---------------------------------------------------------------
       ControlePaysSanctions.
           Move 0 to PaysSanctionsTrouve
           Move Pays of TiersSouscrBenef to PaysControleSanctions
           Perform ControlePaysSanctions-Trt
           Move PaysResidFiscT to PaysControleSanctions
           Perform ControlePaysSanctions-Trt
           Move PaysResidFisc2T to PaysControleSanctions
           Perform ControlePaysSanctions-Trt

           If PaysSanctionsTrouve = 1
               Move 1 to SurvTrouve
               Move 'G' to TypeListeHit
           end-if.

       ControlePaysSanctions-Trt.
           If PaysControleSanctions not = spaces
            and PaysSanctionsTrouve = 0
               Move PaysControleSanctions to SaisiePS
               Call 'RecherchePays' using DemandePays
               If RetourPS = 0 and SanctionsPS = 'O'
                   Move 1 to PaysSanctionsTrouve
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Importation de ListeSurveillance.csv - meme logique que
      *  Contrat_Epargne_Main
           Display " Filtrage du stock : " NbTiersFiltres
               " Tiers compare(s), " NbTouches " alerte(s) posee(s), "
               NbTouchesDejaConnues " touche(s) deja alertee(s) ".
           Display " Personnes morales alertees par un beneficiaire"
               " effectif : " NbTouchesEntites.

      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
