                organization is line sequential access sequential
                file status is FichierSeuilsAMLStatus.

      *    Bareme des penalites de sortie par anciennete (cf
      *    CalculPenaliteRachat), meme fichier que Contrat_Epargne_Main
           select FichierBaremePenalites assign to
                "C:\fichiers-cobol\BaremePenalites.csv"
                organization is line sequential access sequential
                file status is FichierBaremePenalitesStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
       FD FichierSeuilsAML record varying from 0 to 255.
       01 EnrFichierSeuilsAML pic x(255).

       FD FichierBaremePenalites record varying from 0 to 255.
       01 EnrFichierBaremePenalites pic x(255).

       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
      *    parametres (cf ChargeParamProduitDate)
       77  DateVersionRecherche    pic X(10).

      *---------------------------------------------------------------
      * Fiscalite d'un rachat sur sa seule part de plus-value (cf
      * CalculFiscaliteRachat) : MontantBrutFiscal rachete sur un
      * contrat valant ValeurFiscaleRachat, primes nettes tirees
      * d'OperationsCompte, abattement annuel par Tiers au-dela de
      * l'anciennete du produit - meme calcul que la saisie directe
      * dans Contrat_Epargne_Main
      *---------------------------------------------------------------
       77  MontantBrutFiscal       pic 9(12)v99.
       77  ValeurFiscaleRachat     pic 9(12)v99.
       77  PrimesVerseesFiscal     pic 9(12)v99.
       77  PrimesExtourneesFiscal  pic 9(12)v99.
       77  CapitalRenduFiscal      pic 9(12)v99.
       77  PlusValuesTransFiscal   pic 9(12)v99.
       77  PlusValuesInterneFiscal pic 9(12)v99.
       77  PrimesNettesFiscal      pic S9(12)v99.
       77  PlusValueContrat        pic 9(12)v99.
       77  PartPlusValueRachat     pic 9(12)v99.
       77  AbattementRachat        pic 9(12)v99.
       77  AbattementDisponible    pic 9(12)v99.
       77  AbattementConsomme      pic 9(12)v99.
       77  FiscaliteRachat         pic 9(12)v99.
       77  DateEffetFiscal         pic X(10).
       77  TiersFiscal             pic S9(9) comp-5.
       77  CoSouscrFiscal          pic 9(8).
       77  AnneeEffetFiscal        pic 9999.
       77  MoisEffetFiscal         pic 99.
       77  JourEffetFiscal         pic 99.
       77  AncienneteFiscale       pic S999.
       77  AnneeFiscaleRecherche   pic X(10).
      *    Abattement de foyer : foyer confirme du souscripteur et
      *    presence d'un couple (chef de foyer + conjoint)
       77  NoFoyerFiscal           pic 9(8).
       77  FoyerFiscalCouple       pic 9.
       77  NbRolesFoyer            pic 9(4).

      *---------------------------------------------------------------
      * Penalite de sortie par anciennete (BaremePenalites.csv, cf
      * CalculPenaliteRachat) : taux de l'annee de contrat atteinte a
      * la date de traitement, dans la version du bareme du produit
      * en vigueur a cette date - posee en ligne 'F' de nature 'P'
      * apres la fiscalite du rachat programme
      *---------------------------------------------------------------
       77  FichierBaremePenalitesStatus pic x(2).
       77  NbLignePenalite         pic 999 value 0.
       77  EofImportPenalite       pic 9.
       77  NbChampsImportPenalite  pic 9.
       77  IndexPenalite           pic 999.
       77  MontantBrutPenalite     pic 9(12)v99.
       77  AnneeEffetPenalite      pic 9999.
       77  MoisEffetPenalite       pic 99.
       77  JourEffetPenalite       pic 99.
       77  AnneeContratPenalite    pic S999.
       77  DateVersionPenalite     pic X(10).
       77  TauxPenaliteRachat      pic 99v9999.
       77  PenaliteRachat          pic 9(12)v99.

      *---------------------------------------------------------------
      * Derivation de l'IBAN francais depuis le RIB, pour les Tiers du
      * stock pas encore convertis - meme calcul que
           05 CleEvt               PIC X(12).
           05 MessageEvt           PIC X(80).

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
      * Indexation annuelle du versement programme (TauxIndexation de
      * ProduitsClient, cf IndexationVersementProgramme) : a chaque
      * anniversaire de la date d'effet le montant est revalorise
      * avant la pose de l'echeance du mois, la hausse tracee par un
      * avenant d'operateur BATCH. L'avenant BATCH du mois fait foi a
      * la reprise, le plafond du contrat arrete la revalorisation
      *---------------------------------------------------------------
       77  QuotientIndexation      pic 9(5).
       77  ResteIndexation         pic 99.
       77  NbAvenantsIndexation    pic 9(5).
       77  MontantIndexe           pic 9(12)v99.
       77  NbIndexations           pic 9(5) value 0.
       77  NbIndexationsPlafond    pic 9(5) value 0.

      *---------------------------------------------------------------
      * Valeur residuelle minimum du produit (ValeurResidMin de Tab,
      * zero = pas de minimum) : le rachat programme qui laisserait
      * moins sur le contrat n'est pas pose, il est signale en tache
      * RESIDU dans la corbeille des taches operateur (cf
      * AlimenteTache) pour que le conseiller propose le rachat total
      *---------------------------------------------------------------
       77  NbRachatsResiduel       pic 9(5) value 0.
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

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".
           Move 0 to ContratsEOF.
           perform ImportationFichier.
           perform ImportationSeuilsAML.
           perform ImportationBaremePenalites.

           Call 'ConnectSQL' using CnxDb

                 ValeurCourante, DateEffet, VersPrg, PeriodeVPrg,
                 MontantVPrg, RachatPrg, PeriodeRPrg, MontantRPrg,
                 COALESCE(Nanti, 0), COALESCE(DerogFrais, 0),
                 COALESCE(FraisVersementDerog, 0),
                 COALESCE(MontantSaisi, 0),
                 COALESCE(TauxIndexation, 0),
                 COALESCE(PlafondIndexation, 0)
                From ProduitsClient
                Where EtatProduit = 1
                And (VersPrg = 1 OR RachatPrg = 1)
                    :ValeurCourantePC, :DateEffetPC, :VersPrgPC,
                    :PeriodeVPrgPC, :MontantVPrgPC, :RachatPrgPC,
                    :PeriodeRPrgPC, :MontantRPrgPC, :NantiPC,
                    :DerogFraisPC, :FraisVersDerogPC, :MontantSaisiPC,
                    :TauxIndexationPC, :PlafondIndexationPC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               If ProduitTrouve = 1
                   Perform CalculMoisEcoules

      *>  Anniversaire d'un contrat indexe : le versement programme
      *>  est revalorise avant la pose de l'echeance du mois
                   If VersPrgPC = 1 and TauxIndexationPC > 0
                       Perform IndexationVersementProgramme
                   end-if

                   If VersPrgPC = 1
                       Move PeriodeVPrgPC to PeriodeEcheanceTrt
                       Perform EcheanceEstDue
                           If EcheanceDejaPosee = 1
                               Add 1 to NbEcheancesDejaPosees
                           else
      *>  Plafond reglementaire du produit : l'echeance qui le
      *>  ferait depasser n'est pas posee et reste au journal
                               Move CodeProduitPC to CodeProduitPlafond
                               Move TiersSouscrPC to TiersPlafond
                               Move MontantVPrgPC
                                   to MontantPlafondControle
                               Perform ControlePlafondVersement
                               If PlafondDepasse = 1
                                   Perform SignalePlafondDepasse
                               else
                                   Perform TraiteVersementProgramme
                               end-if
                           end-if
                       end-if
                   end-if
               End-evaluate
           end-if.

      *---------------------------------------------------------------
      *  Indexation annuelle : au 12e mois ecoule depuis la date
      *  d'effet (et a chaque multiple), sauf si un avenant BATCH est
      *  deja pose sur la periode par un passage interrompu, ou si le
      *  versement a deja atteint le plafond d'indexation du contrat
      *---------------------------------------------------------------
       IndexationVersementProgramme.
           Move 1 to ResteIndexation
           If MoisEcoulesEcheance > 0
               Divide MoisEcoulesEcheance by 12
                   giving QuotientIndexation
                   remainder ResteIndexation
           end-if

           If ResteIndexation = 0
               Move CodeProduitPC to CodeProduitAV
               Move NoContratPC to NoContratAV
               Move 0 to NbAvenantsIndexation

               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbAvenantsIndexation
                   FROM AvenantsContrat
                   WHERE (CodeProduit = :CodeProduitAV
                   AND NoContrat = :NoContratAV
                   AND Operateur = 'BATCH'
                   AND DateAvenant LIKE :PeriodeRecherche)
               END-EXEC

               If NbAvenantsIndexation = 0
                   If PlafondIndexationPC > 0
                       and MontantVPrgPC >= PlafondIndexationPC
                       Add 1 to NbIndexationsPlafond
                   else
                       Perform PoseIndexationVersement
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Revalorisation : MontantVPrg * (1 + TauxIndexation), borne au
      *  plafond. L'avenant (NoAvenant suivant, date d'avenant et
      *  d'effet = date de traitement, autres termes inchanges) est
      *  pose avant la mise a jour du contrat : une reprise ne peut
      *  donc jamais indexer deux fois le meme anniversaire. L'ordre
      *  de prelevement du mois part au nouveau montant, qui devient
      *  celui de la pre-notification du mandat (cf
      *  MarqueMandatPresente)
      *---------------------------------------------------------------
       PoseIndexationVersement.
           Compute MontantIndexe rounded =
               MontantVPrgPC * (1 + TauxIndexationPC)
           If PlafondIndexationPC > 0
               and MontantIndexe > PlafondIndexationPC
               Move PlafondIndexationPC to MontantIndexe
           end-if

           EXEC SQL
               SELECT COALESCE(MAX(NoAvenant), 0)
               INTO :NoAvenantAV
               FROM AvenantsContrat
               WHERE (CodeProduit = :CodeProduitAV
               AND NoContrat = :NoContratAV)
           END-EXEC
           Add 1 to NoAvenantAV

           Move spaces to DateAvenantAV
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateAvenantAV
           end-string
           Move DateAvenantAV to DateEffetAV

           Move VersPrgPC to VersPrgAV
           Move PeriodeVPrgPC to PeriodeVPrgAV
           Move MontantIndexe to MontantVPrgAV
           Move RachatPrgPC to RachatPrgAV
           Move PeriodeRPrgPC to PeriodeRPrgAV
           Move MontantRPrgPC to MontantRPrgAV
           Move "BATCH" to OperateurAV
           Move TauxIndexationPC to TauxIndexationAV
           Move PlafondIndexationPC to PlafondIndexationAV

           EXEC SQL
               INSERT INTO AvenantsContrat
                   (CodeProduit, NoContrat, NoAvenant, DateAvenant,
                    DateEffet, VersPrg, PeriodeVPrg, MontantVPrg,
                    RachatPrg, PeriodeRPrg, MontantRPrg, Operateur,
                    TauxIndexation, PlafondIndexation)
               VALUES
                   (:CodeProduitAV, :NoContratAV, :NoAvenantAV,
                    :DateAvenantAV, :DateEffetAV, :VersPrgAV,
                    :PeriodeVPrgAV, :MontantVPrgAV, :RachatPrgAV,
                    :PeriodeRPrgAV, :MontantRPrgAV, :OperateurAV,
                    :TauxIndexationAV, :PlafondIndexationAV)
           END-EXEC

           If SQLCODE = 0
               EXEC SQL
                   UPDATE ProduitsClient
                   SET MontantVPrg = :MontantVPrgAV
                   WHERE (CodeProduit = :CodeProduitAV
                   AND NoContrat = :NoContratAV)
               END-EXEC
           end-if

           If SQLCODE = 0
               Move MontantIndexe to MontantVPrgPC
               Add 1 to NbIndexations
           else
               Display " Erreur indexation versement programme : "
                   CodeProduitPC ' ' NoContratPC
               Move 'E' to SeveriteEvt
               String CodeProduitPC ' ' NoContratPC into CleEvt
               end-string
               Move "Erreur indexation versement programme"
                   to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
           end-if.

      *---------------------------------------------------------------
      *  Une echeance programmee de ce type et de ce montant a-t-elle
      *  deja ete posee sur le contrat pour la periode de traitement ?
           Move 0 to EcheanceDejaPosee
           Move 0 to NbOperationsPeriode

      *    Une ligne deja extournee (extourne de passage, cf
      *    ExtournePassage) ne compte plus : le job se relance
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbOperationsPeriode
               FROM OperationsCompte OC
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND TypeOperation = :TypeOperationOC
               AND MontantOperation = :MontantEcheanceControle
               AND DateOperation LIKE :PeriodeRecherche
               AND (Operateur IS NULL OR Operateur = ' ')
               AND NOT EXISTS
                   (SELECT X.NoOperation
                    FROM OperationsCompte X
                    WHERE X.CodeProduit = OC.CodeProduit
                    AND X.NoContrat = OC.NoContrat
                    AND X.TypeOperation = 'X'
                    AND X.NoOperationOrigine = OC.NoOperation))
           END-EXEC

           If NbOperationsPeriode > 0
               Call 'EcritJournalExploitation' using EvenementExploitation
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

      *---------------------------------------------------------------
      *  Echeance de versement refusee pour depassement du plafond
      *  reglementaire : comptee au bilan et tracee au journal
      *---------------------------------------------------------------
       SignalePlafondDepasse.
           Add 1 to NbVersementsPlafond
           Display " Versement programme non pose (plafond du"
               " produit atteint) : " CodeProduitOC ' ' NoContratOC
           Move 'W' to SeveriteEvt
           String CodeProduitOC ' ' NoContratOC into CleEvt
           end-string
           Move "Versement programme non pose - plafond du produit"
               to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation.

      *---------------------------------------------------------------
      *  Pose du rachat programme du mois : operation 'R' brute +
      *  ligne de fiscalite 'F' + ligne de penalite de sortie 'F'
      *  (NatureFrais 'P'), ValeurCourante debitee du net - meme
      *  shape que SaisieRachatLibre-trt. Si le contrat ne couvre plus
      *  le rachat net, l'echeance est bloquee (meme regle que
      *  Enleve-RP en simulation) et signalee au bilan du job
      *---------------------------------------------------------------
       TraiteRachatProgramme.
      *>  Fiscalite sur la seule part de plus-value du rachat, apres
      *>  abattement d'anciennete (cf CalculFiscaliteRachat) ; rien si
      *>  la dispense de prelevement forfaitaire vaut pour l'annee
           Perform ChargeDispenseFiscale
           Move MontantRPrgPC to MontantBrutFiscal
           Move ValeurCourantePC to ValeurFiscaleRachat
           Perform CalculFiscaliteRachat
           Move FiscaliteRachat to FraisContratTmp
      *>  Penalite de sortie selon l'anciennete du contrat
           Move MontantRPrgPC to MontantBrutPenalite
           Perform CalculPenaliteRachat
           Compute MontantNetOperation =
               MontantRPrgPC - FraisContratTmp - PenaliteRachat

      *>  La part gelee par une saisie / ATD ne se rachete pas : seul
      *>  le reste de la valeur couvre l'echeance
           If MontantNetOperation > ValeurCourantePC - MontantSaisiPC
               Add 1 to NbRachatsBloques
               If MontantNetOperation > ValeurCourantePC
                   Display " Rachat programme bloque (valeur contrat"
                       " insuffisante) : " CodeProduitOC ' ' NoContratOC
               else
                   Display " Rachat programme bloque (valeur gelee"
                       " par une saisie) : " CodeProduitOC ' '
                       NoContratOC
               end-if
           else
      *>  Valeur residuelle minimum du produit : le rachat qui
      *>  laisserait moins sur le contrat n'est pas pose, il part en
      *>  liste de travail (le conseiller propose le rachat total)
               If ValeurResidMin of Tab > 0
                and ValeurCourantePC - MontantNetOperation
                    < ValeurResidMin of Tab
                   Perform SignaleRachatSousResiduel
               else
                   Perform PoseRachatProgramme
               end-if
           end-if.

       PoseRachatProgramme.
           Move MontantRPrgPC to MontantOperationOC
           Move 'R' to TypeOperationOC
           Perform PoserOperationProgrammee

           If SQLCODE = 0
               EXEC SQL
                   UPDATE ProduitsClient
                   SET ValeurCourante =
                       ValeurCourante - :MontantNetOperation
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC)
               END-EXEC
               Perform MarqueFiscaliteRachat

      *>  Pas de ligne 'F' quand rien n'a ete preleve : dispense, ou
      *>  pas de plus-value imposable apres abattement
               If FraisContratTmp > 0
                   Move 'F' to TypeOperationOC
                   Move FraisContratTmp to MontantOperationOC
                   Perform PoserOperationProgrammee
               end-if
               If PenaliteRachat > 0
                   Move 'F' to TypeOperationOC
                   Move PenaliteRachat to MontantOperationOC
                   Perform PosePenaliteRachat
               end-if

               Subtract MontantNetOperation
                   from ValeurCourantePC
               Add 1 to NbRachatsPoses

      *>  Vigilance LCB-FT sur le rachat programme pose
               Move 'R' to TypeControleAML
               Move MontantRPrgPC to MontantControleAML
               Perform ControleSeuilsAML
           else
               Display " Erreur pose rachat programme : "
                   CodeProduitOC ' ' NoContratOC
           end-if.

      *---------------------------------------------------------------
      *  Rachat programme sous la valeur residuelle minimum : tache
      *  RESIDU du contrat (une seule tache ouverte, rafraichie par
      *  les echeances suivantes tant que le cas n'est pas regle)
      *---------------------------------------------------------------
       SignaleRachatSousResiduel.
           Add 1 to NbRachatsResiduel
           Display " Rachat programme non pose (valeur residuelle"
               " minimum du produit) : " CodeProduitOC ' ' NoContratOC

           Move 'S' to ActionTacheDT
           Move "RESIDU" to TypeTacheDT
           Move TiersSouscrPC to IdTiersDT
           Move CodeProduitOC to CodeProduitDT
           Move NoContratOC to NoContratDT
           Move "RACHAT PRG" to ReferenceDT
           Move spaces to DateEcheanceDT
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateEcheanceDT
           end-string
           Move 2 to PrioriteDT
           Move "Rachat programme sous la valeur residuelle mini"
               to LibelleDT
           Move HorodatageBatch to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

      *---------------------------------------------------------------
      *  Fiscalite d'un rachat sur sa seule part de plus-value : le
      *  contrat (CodeProduitOC / NoContratOC) vaut ValeurFiscaleRachat
      *  avant le rachat ; ses primes nettes sont les versements
      *  encaisses ('S'/'V', hors cheques en attente et hors
      *  extournes) diminues du capital deja rendu par les rachats
      *  precedents. Le rachat de MontantBrutFiscal emporte la meme
      *  proportion de plus-value que le contrat, diminuee de
      *  l'abattement d'anciennete (cf CalculAbattementRachat) -
      *  meme calcul que CalculFiscaliteRachat dans
      *  Contrat_Epargne_Main
      *---------------------------------------------------------------
       CalculFiscaliteRachat.
           Move 0 to PartPlusValueRachat
           Move 0 to AbattementRachat
           Move 0 to FiscaliteRachat
           Move 0 to PrimesVerseesFiscal
           Move 0 to PrimesExtourneesFiscal
           Move 0 to CapitalRenduFiscal
           Move 0 to PlusValuesTransFiscal
           Move spaces to DateEffetFiscal
           Move 0 to TiersFiscal
           Move 0 to CoSouscrFiscal

           EXEC SQL
               SELECT COALESCE(DateAnteriorite, DateEffet), TiersSouscr,
                COALESCE(CoSouscripteur, 0)
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

      *>  Rachats anterieurs sans part de plus-value enregistree : tout
      *>  leur montant compte comme capital rendu
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation
                - COALESCE(PartPlusValue, 0)), 0)
               INTO :CapitalRenduFiscal
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND TypeOperation = 'R')
           END-EXEC

      *>  Contrat recu par transfert entrant : sa souscription 'S'
      *>  porte tout le montant transfere, dont les plus-values
      *>  acquises chez l'etablissement d'origine - elles ne sont pas
      *>  des primes (cf TransfertsEntrants)
           EXEC SQL
               SELECT COALESCE(SUM(MontantPlusValues), 0)
               INTO :PlusValuesTransFiscal
               FROM TransfertsEntrants
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND EtatTransfert = 'R')
           END-EXEC

      *>  Credit recu d'un transfert interne (arbitrage, partage) :
      *>  la part de plus-value emportee du contrat source n'est pas
      *>  une prime (cf TransfertsContrat)
           EXEC SQL
               SELECT COALESCE(SUM(MontantPlusValues), 0)
               INTO :PlusValuesInterneFiscal
               FROM TransfertsContrat
               WHERE (CodeProduitDst = :CodeProduitOC
               AND NoContratDst = :NoContratOC)
           END-EXEC
           Add PlusValuesInterneFiscal to PlusValuesTransFiscal

           Compute PrimesNettesFiscal = PrimesVerseesFiscal
               - PrimesExtourneesFiscal - CapitalRenduFiscal
               - PlusValuesTransFiscal
           If PrimesNettesFiscal < 0
               Move 0 to PrimesNettesFiscal
           end-if

           If ValeurFiscaleRachat > PrimesNettesFiscal
               Compute PlusValueContrat =
                   ValeurFiscaleRachat - PrimesNettesFiscal
               Compute PartPlusValueRachat rounded =
                   MontantBrutFiscal * PlusValueContrat
                   / ValeurFiscaleRachat
               If PartPlusValueRachat > PlusValueContrat
                   Move PlusValueContrat to PartPlusValueRachat
               end-if
           end-if

           If AbattementAnnuel of Tab > 0 and PartPlusValueRachat > 0
               Perform CalculAbattementRachat
           end-if

           If DispenseValide = 0
               Compute FiscaliteRachat rounded =
                   (PartPlusValueRachat - AbattementRachat)
                   * FiscRachat of Tab
           end-if.

      *---------------------------------------------------------------
      *  Abattement annuel sur la plus-value d'un contrat de plus de
      *  AncienneteAbattement annees : AbattementAnnuel du produit,
      *  double sur un contrat conjoint (CoSouscripteur), diminue de
      *  l'abattement deja impute dans l'annee sur les rachats de
      *  tous les contrats du souscripteur. Souscripteur membre d'un
      *  foyer confirme : l'abattement est celui du foyer - double si
      *  le foyer compte un chef et un conjoint, diminue de
      *  l'abattement impute sur les contrats de tous les membres
      *  (enfants a charge compris) - meme regle que
      *  CalculAbattementRachat dans Contrat_Epargne_Main
      *---------------------------------------------------------------
       CalculAbattementRachat.
           Move 0 to AncienneteFiscale
           Unstring DateEffetFiscal delimited by '-' into
               AnneeEffetFiscal MoisEffetFiscal JourEffetFiscal
           end-unstring
           If AnneeEffetFiscal is numeric
            and MoisEffetFiscal is numeric
            and JourEffetFiscal is numeric
               Compute AncienneteFiscale =
                   Annee of DateOperationContrat - AnneeEffetFiscal
               If Mois of DateOperationContrat < MoisEffetFiscal
                or (Mois of DateOperationContrat = MoisEffetFiscal
                 and Jour of DateOperationContrat < JourEffetFiscal)
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
               String Annee of DateOperationContrat "-%"
                   delimited by size into AnneeFiscaleRecherche
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

      *    Foyer confirme (EtatFoyer 'A') du souscripteur et couple
      *    chef de foyer + conjoint
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

      *---------------------------------------------------------------
      *  Part de plus-value et abattement portes sur la ligne 'R' qui
      *  vient d'etre posee (NoOperationOC) : assiette des rachats
      *  suivants et de la declaration ExtraitFiscalIFU
      *---------------------------------------------------------------
       MarqueFiscaliteRachat.
           Move PartPlusValueRachat to PartPlusValueOC
           Move AbattementRachat to AbattementFiscalOC

           EXEC SQL
               UPDATE OperationsCompte
               SET PartPlusValue = :PartPlusValueOC,
                   AbattementFiscal = :AbattementFiscalOC
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND NoOperation = :NoOperationOC)
           END-EXEC.

      *---------------------------------------------------------------
      *  Dispense de prelevement forfaitaire du souscripteur
      *  (TiersSouscrPC) : valide si la fiche porte une dispense
                        SensOrdre, MontantOrdre, DateEmission,
                        StatutOrdre, DateStatut, Iban, Bic,
                        NomTiers, PrenomTiers, Libelle,
                        RefMandat, SequenceMandat, NoPassage)
                   VALUES
                       (:NoOrdreOP, :CodeProduitOP, :NoContratOP,
                        :IdTiersOP, :SensOrdreOP, :MontantOrdreOP,
                        :DateEmissionOP, :StatutOrdreOP,
                        :DateStatutOP, :IbanOP, :BicOP,
                        :NomTiersOP, :PrenomTiersOP, :LibelleOP,
                        :RefMandatOP, :SequenceMandatOP,
                        :NoPassageCB)
               END-EXEC

               If SQLCODE = 0
      *  la sequence du mandat a RCUR pour les echeances suivantes
      *---------------------------------------------------------------
       MarqueMandatPresente.
           Move MontantVPrgPC to MontantPreNotifMD
           EXEC SQL
               UPDATE MandatsPrelevement
               SET DatePreNotif = :DateOperationOC,
                   MontantPreNotif = :MontantPreNotifMD,
                   SequenceMandat = 'R'
               WHERE (CodeProduit = :CodeProduitMD
               AND NoContrat = :NoContratMD
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
      *  Ligne 'F' de nature 'P' (penalite de sortie) : meme insertion
      *  que PoserOperationProgrammee, la nature en plus - meme shape
      *  que PosePenaliteRachat dans Contrat_Epargne_Main
      *---------------------------------------------------------------
       PosePenaliteRachat.
           Move 'P' to NatureFraisOC

           EXEC SQL
               SELECT MAX(NoOperation)
               INTO :NoOperationOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC.
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
                   ,NatureFrais
                   ,NoPassage)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:NatureFraisOC
                   ,:NoPassageCB)
           END-EXEC

           Move space to NatureFraisOC.

      *---------------------------------------------------------------
      *  Penalite de sortie d'un rachat de MontantBrutPenalite sur le
      *  contrat en cours (DateEffetPC lue par le curseur) : version
      *  du bareme du produit en vigueur a DateVersionRecherche, taux
      *  de l'annee de contrat atteinte a la date de traitement
      *  (annees pleines depuis DateEffet, + 1). Pas de version, ou
      *  annee absente de la version = pas de penalite - meme calcul
      *  que CalculPenaliteRachat dans Contrat_Epargne_Main
      *---------------------------------------------------------------
       CalculPenaliteRachat.
           Move 0 to PenaliteRachat
           Move 0 to TauxPenaliteRachat
           Move spaces to DateVersionPenalite

           If NbLignePenalite > 0
               Move 0 to AnneeContratPenalite
               Unstring DateEffetPC delimited by '-' into
                   AnneeEffetPenalite MoisEffetPenalite
                   JourEffetPenalite
               end-unstring
               If AnneeEffetPenalite is numeric
                and MoisEffetPenalite is numeric
                and JourEffetPenalite is numeric
                   Compute AnneeContratPenalite =
                       Annee of DateOperationContrat
                       - AnneeEffetPenalite
                   If Mois of DateOperationContrat < MoisEffetPenalite
                    or (Mois of DateOperationContrat
                        = MoisEffetPenalite
                        and Jour of DateOperationContrat
                        < JourEffetPenalite)
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
           If CodeProduitPen of lignePenalite(IndexPenalite)
               = CodeProduitOC
            and DateEffetPen of lignePenalite(IndexPenalite)
               <= DateVersionRecherche
            and DateEffetPen of lignePenalite(IndexPenalite)
               > DateVersionPenalite
               Move DateEffetPen of lignePenalite(IndexPenalite)
                   to DateVersionPenalite
           end-if
           Add 1 to IndexPenalite.

       RechercheTauxPenalite.
           If CodeProduitPen of lignePenalite(IndexPenalite)
               = CodeProduitOC
            and DateEffetPen of lignePenalite(IndexPenalite)
               = DateVersionPenalite
            and AnneeContratPen of lignePenalite(IndexPenalite)
               = AnneeContratPenalite
               Move TauxPenalite of lignePenalite(IndexPenalite)
                   to TauxPenaliteRachat
           end-if
           Add 1 to IndexPenalite.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
               NbRachatsBloques " rachat(s) bloque(s) ".
           Display " Echeances deja posees sautees (reprise) : "
               NbEcheancesDejaPosees.
           Display " Versements programmes non poses (plafond du"
               " produit) : " NbVersementsPlafond.
           Display " Ordres de prelevement poses : "
               NbOrdresPrelevement " (a transmettre via le suivi"
               " des ordres de paiement) ".
           Display " Ordres emis sans mandat SEPA actif : "
               NbOrdresSansMandat " (cf rapport ControleMandats) ".
           Display " Rachats programmes non poses (valeur residuelle"
               " minimum) : " NbRachatsResiduel " (cf taches RESIDU) ".
           Display " Versements programmes indexes : " NbIndexations
               " - plafond d'indexation atteint : "
               NbIndexationsPlafond.

      *---------------------------------------------------------------
      *  Controle des passages batch : un passage 'T' (termine)
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

               at end move 1 to EofImportAML
           end-read.

      *---------------------------------------------------------------
      *  Importation de BaremePenalites.csv - meme logique que
      *  Contrat_Epargne_Main ; fichier absent = aucune penalite
      *---------------------------------------------------------------
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

           Perform ImportationBaremePenalites-Trt
               until EofImportPenalite = 1

           if FichierBaremePenalitesStatus = "00"
            or FichierBaremePenalitesStatus = "10"
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
            and AnneeContratPenTxt of lignePenalite(IndexPenalite)
                is numeric
            and TauxPenaliteTxt of lignePenalite(IndexPenalite)
                is numeric
            and IndexPenalite < 100
               Move IndexPenalite to NbLignePenalite
               Add 1 to IndexPenalite
           end-if

           read FichierBaremePenalites
               at end move 1 to EofImportPenalite
           end-read.

      *---------------------------------------------------------------
      *  Vigilance LCB-FT d'une echeance posee : seuil unitaire puis
      *  cumul glissant du souscripteur - memes regles que
           end-if.

       TrtLigne.
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
               when FraisEntreeTxt of ligneProduit(IndexContrat)
                   is not numeric
                    not = '2'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '3'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '4'
                   continue
               when CapitalisationInterets
                    of ligneProduit(IndexContrat) not = '1'
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
               Move StatutVente
                   of ligneProduit(IndexRechProduit)
                   to StatutVente of Tab
               Move PlafondVersements
                   of ligneProduit(IndexRechProduit)
                   to PlafondVersements of Tab
               Move AncienneteAbattement
                   of ligneProduit(IndexRechProduit)
                   to AncienneteAbattement of Tab
               Move AbattementAnnuel
                   of ligneProduit(IndexRechProduit)
                   to AbattementAnnuel of Tab
               Move ValeurResidMin
                   of ligneProduit(IndexRechProduit)
                   to ValeurResidMin of Tab
           else
               Add 1 to IndexRechProduit
           end-if.
