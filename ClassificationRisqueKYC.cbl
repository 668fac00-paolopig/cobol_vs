
      *---------------------------------------------------------------
      * Derivation de la classe a partir de faits deja en base :
      * alertes LCB-FT du Tiers, pays de residence a risque au
      * referentiel des pays (cf RecherchePays),
      * volumes d'operations des douze derniers mois - les seuils de
      * volume sont poses ici, a reviser avec la conformite
      *---------------------------------------------------------------
       77  VolumeOperationsAn      pic 9(13)v99.
       77  SeuilVolumeEleve        pic 9(9)v99 value 100000.00.
       77  SeuilVolumeFaible       pic 9(9)v99 value 10000.00.
       77  PaysARisque             pic 9.
       77  ClasseCalculee          pic X.
       77  AnneeRevue              pic 9(4).
       77  DateRevueCalculee       pic X(10).
       77  AnneeRecherche          pic X(10).
       77  IdTiersDisplay          pic Z(8)9.
       77  LibelleClasse           pic X(10).
      *    Personne morale : le risque se lit sur ses beneficiaires
      *    effectifs - aucun declare, l'un d'eux alerte ou resident
      *    fiscal d'un pays a risque, et l'entite passe en risque eleve
       77  NbBenefEffTiers         pic 9(5).
       77  NbAlertesBenefEff       pic 9(5).
       77  NbBenefEffPaysRisque    pic 9(5).

      *    Recherche au referentiel des pays (cf RecherchePays)
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
      * Controle des passages batch : job mensuel, refus d'un second
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Corbeille des taches operateur (cf AlimenteTache) : chaque cas
      * de la liste y est signale, et les taches que ce passage ne voit
      * plus y sont closes d'office en fin de job
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
       77  PassageTaches           pic X(19).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".
               DECLARE TiersKYC-Curseur CURSOR FOR
                Select IdTiers, Nom, Prenom, COALESCE(Pays, ' '),
                 COALESCE(ClasseRisque, ' '),
                 COALESCE(DateRevueKYC, ' '),
                 COALESCE(TypeTiers, ' ')
                From TiersSB
                ORDER BY IdTiers
           END-EXEC.
           Move 0 to TiersEOF.

           Perform DebutControleBatch.
           Move HorodatageBatch to PassageTaches.

           If BatchRefuse = 0
               EXEC SQL
           EXEC SQL
               FETCH TiersKYC-Curseur
                   INTO :IdTiers, :Nom, :Prenom, :Pays,
                    :ClasseRisqueT, :DateRevueKYCT, :TypeTiersT
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101

      *---------------------------------------------------------------
      *  Derivation de la classe : eleve des qu'une alerte LCB-FT
      *  existe, que le pays de residence est a risque ou que les
      *  volumes de l'annee depassent le seuil - pour une personne
      *  morale, aussi quand ses beneficiaires effectifs manquent, sont
      *  alertes ou residents d'un pays a risque (cf
      *  DeriveRisqueBenefEffectifs) ; faible quand tout est calme
      *  (aucune alerte, residence hors pays a risque, volumes
      *  modestes) ; standard sinon. Pays a risque, au referentiel des
      *  pays : haut risque ou non cooperatif, sous sanctions, hors
      *  Union europeenne, ou absent du referentiel
      *---------------------------------------------------------------
       DeriveClasseRisque.
           Move 0 to NbAlertesTiers
               AND OC.DateOperation LIKE :AnneeRecherche
           END-EXEC

           Move 0 to PaysARisque
           If Pays of TiersSouscrBenef not = spaces
               Move Pays of TiersSouscrBenef to SaisiePS
               Call 'RecherchePays' using DemandePays
               If RetourPS not = 0
                or RisqueElevePS = 'O'
                or SanctionsPS = 'O'
                or MembreUEPS not = 'O'
                   Move 1 to PaysARisque
               end-if
           end-if

           Move 0 to NbBenefEffTiers
           Move 0 to NbAlertesBenefEff
           Move 0 to NbBenefEffPaysRisque
           If TypeTiersT = 'M'
               Perform DeriveRisqueBenefEffectifs
           end-if

           evaluate true
               when NbAlertesTiers > 0
                   Move 'E' to ClasseCalculee
               when TypeTiersT = 'M' and NbBenefEffTiers = 0
                   Move 'E' to ClasseCalculee
               when NbAlertesBenefEff > 0
                   Move 'E' to ClasseCalculee
               when NbBenefEffPaysRisque > 0
                   Move 'E' to ClasseCalculee
               when PaysARisque = 1
                   Move 'E' to ClasseCalculee
               when VolumeOperationsAn > SeuilVolumeEleve
                   Move 'E' to ClasseCalculee
                   Move 'S' to ClasseCalculee
           end-evaluate.

      *---------------------------------------------------------------
      *  Personne morale : nombre de beneficiaires effectifs declares,
      *  alertes LCB-FT posees sur eux, et ceux dont la residence
      *  fiscale est un pays a risque (meme regle que l'adresse)
      *---------------------------------------------------------------
       DeriveRisqueBenefEffectifs.
           Move IdTiers of TiersSouscrBenef to IdTiersEntiteEF

           EXEC SQL
               SELECT COUNT(*)
               INTO :NbBenefEffTiers
               FROM BeneficiairesEffectifs
               WHERE IdTiersEntite = :IdTiersEntiteEF
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
               INTO :NbAlertesBenefEff
               FROM AlertesAML A, BeneficiairesEffectifs B
               WHERE B.IdTiersEntite = :IdTiersEntiteEF
               AND A.IdTiers = B.IdTiersPersonne
           END-EXEC

           EXEC SQL
               SELECT COUNT(*)
               INTO :NbBenefEffPaysRisque
               FROM TiersSB T, BeneficiairesEffectifs B
               WHERE B.IdTiersEntite = :IdTiersEntiteEF
               AND T.IdTiers = B.IdTiersPersonne
               AND COALESCE(T.PaysResidFisc, ' ') <> ' '
               AND NOT EXISTS
                (SELECT P.CodeIso2 FROM ReferentielPays P
                 WHERE P.CodeIso2 = T.PaysResidFisc
                 AND P.MembreUE = 'O'
                 AND COALESCE(P.RisqueEleve, 'N') <> 'O'
                 AND COALESCE(P.Sanctions, 'N') <> 'O')
           END-EXEC.

      *---------------------------------------------------------------
      *  Mise a jour de la fiche : la classe est reecrite a chaque
      *  passage, l'echeance de revue n'est (re)posee que si la classe
               end-string
               Move EnrLigneRevueKYC to EnrFichierRevueKYC
               write EnrFichierRevueKYC

      *        Tache de revue : haute priorite pour le risque eleve
               Move "KYC" to TypeTacheDT
               Move IdTiers of TiersSouscrBenef to IdTiersDT
               Move spaces to CodeProduitDT
               Move 0 to NoContratDT
               Move spaces to ReferenceDT
               Move DateRevueKYCT to DateEcheanceDT
               If ClasseRisqueT = 'E'
                   Move 1 to PrioriteDT
               else
                   Move 2 to PrioriteDT
               end-if
               Move spaces to LibelleDT
               String "Revue KYC echue - risque " LibelleClasse
                   delimited by size into LibelleDT
               end-string
               Perform SignaleTache
           end-if.

      *---------------------------------------------------------------
      *  Corbeille des taches : signalement du cas courant (type, cle,
      *  echeance, priorite et libelle poses par l'appelant), puis en
      *  fin de passage complet cloture des taches KYC levees
      *---------------------------------------------------------------
       SignaleTache.
           Move 'S' to ActionTacheDT
           Move PassageTaches to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

       CloturePassageTaches.
           Move 'F' to ActionTacheDT
           Move "KYC" to TypeTacheDT
           Move PassageTaches to PassageDT
           Move "BATCH" to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
               END-EXEC

               If FichierRevueKYCOk = 1
                   Perform CloturePassageTaches
                   close FichierRevueKYC
               end-if

