      *    maintenance (qui remet les compteurs a zero)
			10 CourrielInvalideT  PIC 9.
			10 NbRebondsT	      PIC 99.
      *    Alertes SMS (cf AlerteSMS / AccusesSMS) : les echecs de
      *    remise definitifs remontes par la passerelle SMS sont
      *    comptes, le numero passe non distribuable au seuil - plus
      *    aucune alerte n'y part, la fiche rejoint la liste de travail
      *    jusqu'a ressaisie du telephone en maintenance (qui remet les
      *    compteurs a zero)
			10 TelephoneInvalideT PIC 9.
			10 NbEchecsSmsT	      PIC 99.
      *    Fusion de doublons (cf FusionTiers dans
      *    Contrat_Epargne_Main) : le doublon absorbe porte l'IdTiers
      *    du survivant - il est desactive de fait (plus rien ne pointe
      *    travail mensuelle sort les revues echues
			10 ClasseRisqueT	  PIC X.
			10 DateRevueKYCT	  PIC X(10).
      *    Personne morale souscriptrice (association, societe, SCI -
      *    cf SaisiePersonneMorale dans Contrat_Epargne_Main) : Type
      *    'M' (blanc ou 'P' = personne physique), raison sociale
      *    complete (Nom n'en porte que les 20 premiers caracteres pour
      *    les listes et courriers), SIREN, forme juridique (ASSO,
      *    SARL, SAS, SA, SCI, EURL, AUTR) et date d'immatriculation ;
      *    l'adresse saisie est celle du siege. Pas de date de naissance
      *    ni de piece : le filtrage et le KYC portent sur ses
      *    beneficiaires effectifs (cf BeneficiairesEffectifs). Statut
      *    CRS de l'entite : 'A' entite non financiere active, 'P'
      *    passive (ses beneficiaires effectifs non residents sont
      *    declares - cf ExtraitEchangeCRS), 'F' institution financiere
      *    (non declaree)
			10 TypeTiersT	      PIC X.
			10 RaisonSocialeT	  SQL Char-Varying(40).
			10 SirenT	          SQL Char(9).
			10 FormeJuridiqueT	  SQL Char(4).
			10 DateImmatT	      PIC X(10).
			10 StatutCRST	      PIC X.

        01 TiersBenef. 
		    10 IdTiersB	              PIC 9(8). 
			10 DerogFraisPC	          PIC 9.
			10 FraisEntreeDerogPC	  PIC 99v9999.
			10 FraisVersDerogPC	      PIC 99v9999.
      *    Taux derogatoire des frais de gestion annuels (cf
      *    FraisGestionAnnuel), meme derogation DerogFrais
			10 FraisGestionDerogPC	  PIC 99v9999.
			10 JustifDerogPC	      SQL Char-Varying(40).

      *    Nantissement du contrat (gage d'un credit - cf
      *    suit le circuit de reglement / relance conseiller
			10 TaciteRecondPC	      PIC 9.

      *    Taux minimum garanti du contrat, fige a la souscription
      *    (profil superviseur, cf GestionTiers-trt) : tant que la
      *    garantie court (DateFinGarantie a blanc = toute la vie du
      *    contrat), l'interet du mois est le plus haut du taux produit
      *    et du taux garanti - cf CalculInteretMensuel, cout des
      *    garanties suivi par CoutGarantiesTaux
			10 TauxGarantiPC	      PIC 99v9999.
			10 DateFinGarantiePC	  PIC X(10).

      *    Valeur gelee par les saisies ouvertes sur le souscripteur
      *    (saisie-attribution, ATD - cf RegistreSaisies dans
      *    Contrat_Epargne_Main) : les rachats, transferts et avances
      *    restent possibles sur ValeurCourante - MontantSaisi, le
      *    rachat total, la renonciation et la donation sont bloques
      *    tant qu'il reste un montant saisi
			10 MontantSaisiPC	      PIC 9(12)v99.

      *    Agence titulaire du contrat (cf Agences), posee a la
      *    souscription depuis l'agence de l'operateur - a blanc pour
      *    les contrats anterieurs au referentiel. Les versements
      *    d'agence sont controles contre elle (cf
      *    ImportVersementsAgence)
			10 CodeAgencePC	          SQL Char(5).

      *    Date d'ouverture d'origine d'un contrat transfere depuis un
      *    autre etablissement (cf TransfertsEntrants) : elle garde
      *    l'anteriorite fiscale et le terme du contrat, DateEffet
      *    restant la date d'arrivee des fonds - NULL pour un contrat
      *    souscrit chez nous (les regles d'anciennete lisent
      *    COALESCE(DateAnteriorite, DateEffet))
			10 DateAnterioritePC	  PIC X(10).

      *    Indexation annuelle du versement programme, saisie a la
      *    souscription ou par avenant : a chaque anniversaire du
      *    contrat, EcheancesProgrammees revalorise MontantVPrg du
      *    taux (fraction, 0.0200 = 2 %, 0 = pas d'indexation) et
      *    trace la hausse par un avenant d'operateur BATCH. Le
      *    plafond (0 = sans plafond) arrete l'indexation une fois
      *    atteint
			10 TauxIndexationPC	      PIC 99v9999.
			10 PlafondIndexationPC	  PIC 9(12)v99.

      *    Cle de controle du numero de contrat (deux chiffres, cf
      *    CleContrat) : posee a la creation du contrat, calculee une
      *    fois pour le stock par ConversionCleContrat - imprimee a la
      *    suite du numero sur les certificats, releves et avis, et
      *    exigee partout ou un numero de contrat est saisi ou recu
			10 CleContratPC	          PIC 99.

		01 OperationsCompte.
			10 CodeProduitOC     	  SQL Char(2).
       	    10 NoContratOC	          PIC 9(8).
			10 NoOperationOC	 	  PIC 9(8).
      *    'B' participation aux benefices de l'exercice (cf
      *    ParticipationBenefices), credit de la valeur comme les
      *    interets 'I', date de valeur au 31/12 de l'exercice
      *    'D' complement de plancher de capital deces pose au
      *    reglement de succession (cf CalculPlancherDeces), credit de
      *    la valeur aussitot reparti par les 'R' des beneficiaires
			10 TypeOperationOC	      PIC X.
			10 MontantOperationOC	  PIC 9(12)v99.
			10 DateOperationOC	      PIC X(10).
      *    sont a blanc (bonne fin immediate)
			10 ModeReglementOC	      PIC X.
			10 StatutReglementOC	  PIC X.
      *    Fiscalite d'un rachat 'R' (cf CalculFiscaliteRachat) : part
      *    de plus-value comprise dans le rachat et abattement annuel
      *    impute dessus - a NULL sur les autres operations et sur les
      *    rachats anterieurs (tout le brut etait alors taxe) ; la part
      *    de capital (MontantOperation - PartPlusValue) vient en
      *    deduction des primes pour les rachats suivants, et
      *    ExtraitFiscalIFU declare PartPlusValue - AbattementFiscal
			10 PartPlusValueOC	      PIC 9(12)v99.
			10 AbattementFiscalOC	  PIC 9(12)v99.
      *    Nature d'une ligne de frais 'F' : 'P' penalite de sortie
      *    du bareme d'anciennete (cf CalculPenaliteRachat), posee apres
      *    la fiscalite du rachat ; 'G' frais de gestion annuels sur
      *    l'encours moyen (cf FraisGestionAnnuel), ligne autonome qui
      *    debite toujours la valeur quelle que soit l'operation qui la
      *    precede - a NULL pour les frais d'entree, de versement et la
      *    fiscalite de rachat
			10 NatureFraisOC	      PIC X.
      *    Donneur d'ordre d'un versement ou d'un rachat : IdTiers du
      *    mandataire qui a donne l'instruction sous procuration (cf
      *    ControleProcuration) - zero ou NULL quand le titulaire
      *    agit lui-meme
			10 DonneurOrdreOC	      PIC 9(8).
      *    Passage batch qui a pose la ligne (NoPassage de la ligne
      *    ControleBatch du job, cf DebutControleBatch) - a NULL pour
      *    les operations saisies a l'ecran. Sert a l'extourne d'un
      *    passage entier (cf ExtournePassage)
			10 NoPassageOC	          PIC 9(8).

      *    Reserve d'interets courus, alimentee chaque mois par
      *    CalculInteretMensuel : en capitalisation annuelle ('2')
      *    fichier bancaire date, regle 'R' ou rejete 'J' au retour
      *    banque (manuellement via le suivi, ou par les rapprochements)
      *    - remplace les fichiers cumulatifs ecrits a l'emission, qui
      *    ne disaient jamais ou en etait un ordre. Un virement vers un
      *    IBAN change recemment est retenu 'H' a la transmission en
      *    attendant le contre-appel du client (cf RetenuesIban)
		01 OrdresPaiement.
			10 NoOrdreOP	          PIC 9(8).
			10 CodeProduitOP     	  SQL Char(2).
      *    le controle de doublon ne se re-applique plus, sinon la
      *    transmission suivante le re-suspendrait sans fin
			10 RevueDoublonOP	      PIC 9.
      *    Contre-appel confirme (cf OrdresRetenus) : un ordre retenu
      *    'H' puis libere porte 1 ici - le controle de changement
      *    d'IBAN ne se re-applique plus a sa transmission
			10 RappelConfirmeOP	      PIC 9.
      *    Passage batch emetteur de l'ordre (cf NoPassageOC) - un
      *    ordre non encore transmis est annule 'A' par l'extourne du
      *    passage
			10 NoPassageOP	          PIC 9(8).

      *    Mandats de prelevement SEPA (RUM) par contrat : captures a
      *    la souscription quand un versement programme est souscrit
			10 SequenceMandatMD	      PIC X.
			10 DatePreNotifMD	      PIC X(10).
			10 ActifMandatMD	      PIC 9.
      *    Montant porte par la derniere pre-notification : il suit
      *    l'echeancier courant, indexation annuelle comprise
			10 MontantPreNotifMD	  PIC 9(12)v99.

      *    Transferts entre contrats d'un meme souscripteur (arbitrage,
      *    cf TransfertContrats dans Contrat_Epargne_Main) : le debit
			10 MontantTC	          PIC 9(12)v99.
			10 DateTransfertTC	      PIC X(10).
			10 OperateurTC	          SQL Char(8).
      *    Part de plus-value emportee par le debit 'R' (meme
      *    proportion que le contrat source) : elle suit le credit et
      *    n'est pas une prime du contrat destination - meme role que
      *    MontantPlusValues des transferts entrants
			10 MontantPlusValuesTC	  PIC 9(12)v99.

      *    Transferts de propriete d'un contrat entre Tiers (donation
      *    parent/enfant - cf TransfertPropriete dans
			10 PeriodeRPrgAV	      SQL Char(1).
			10 MontantRPrgAV	      PIC 9(12)v99.
			10 OperateurAV	          SQL Char(8).
      *    Indexation annuelle du versement programme en vigueur apres
      *    l'avenant - l'avenant automatique d'une revalorisation
      *    (operateur BATCH) la reporte a l'identique
			10 TauxIndexationAV	      PIC 99v9999.
			10 PlafondIndexationAV	  PIC 9(12)v99.

      *    Acceptation formelle d'un beneficiaire (acceptation de la
      *    clause, art. L132-9) portee sur sa ligne BeneficiairesContrat
			10 NoOperationOrigineOA	  PIC 9(8).
			10 DateValeurOA	          PIC X(10).
			10 AnneeArchivageOA	      PIC 9(4).
			10 NatureFraisOA	      PIC X.

      *    File d'approbation a deux regards (cf ApprobationOperations
      *    dans Contrat_Epargne_Main) : une operation au-dela du seuil
      *    posee 'A' (attente) au lieu d'etre comptabilisee, et n'est
      *    posee sur OperationsCompte/ProduitsClient qu'a la validation
      *    par un second operateur - Type 'V' versement, 'R' rachat,
      *    'T' rachat total, 'X' transfert entre contrats ; statut
      *    'A' attente / 'V' validee / 'R' refusee. Y passent aussi
      *    les operations au-dela de la limite journaliere de
      *    l'operateur (cf ControleLimiteJournaliere)
		01 OperationsEnAttente.
			10 NoAttenteOE	          PIC 9(8).
			10 CodeProduitOE     	  SQL Char(2).
      *    d'encaissement meme en passant par la file d'approbation
			10 ModeReglementOE	      PIC X.
			10 StatutReglementOE	  PIC X.
      *    Contrat destination d'un transfert en attente (type 'X') -
      *    a blanc pour les autres types
			10 CodeProduitDstOE	      SQL Char(2).
			10 NoContratDstOE	      PIC 9(8).
      *    Donneur d'ordre saisi a la demande (cf SaisieDonneurOrdre) :
      *    reporte par la validation sur l'operation posee - zero ou
      *    absent = le titulaire lui-meme
			10 DonneurOrdreOE	      PIC 9(8).

      *    Devis d'epargne (cf ProposeSauvegardeDevis et RappelDevis
      *    dans Contrat_Epargne_Main) : une simulation validee peut
      *    'R' releve d'identite bancaire, 'T' autorisation du tuteur
      *    (mineur) - pointees recues avec date et operateur ; le
      *    contrat ne passe pleinement actif que dossier complet ET
      *    fonds recus. Une piece signee electroniquement est pointee
      *    par RetourSignatures (operateur SIGNELEC) avec la reference
      *    de preuve du prestataire, a blanc pour un pointage manuel
		01 PiecesContrat.
			10 CodeProduitPD     	  SQL Char(2).
			10 NoContratPD	          PIC 9(8).
			10 RecuePD	              PIC 9.
			10 DateRecuePD	          PIC X(10).
			10 OperateurPD	          SQL Char(8).
			10 ReferencePreuvePD	  SQL Char-Varying(40).

      *    Alertes de vigilance LCB-FT (cf ControleSeuilsAML) : une
      *    ligne par depassement de seuil - 'U' montant unitaire,
			10 EmpreinteMdpOT	      PIC 9(9).
			10 DateChangeMdpOT	      PIC X(10).
			10 NbEchecsMdpOT	      PIC 99.
      *    Agence de rattachement (cf Agences) : recopiee sur le
      *    contrat a la souscription, a blanc = siege / non rattache
			10 CodeAgenceOT	          SQL Char(5).

      *    Historique de terrain des fiches Tiers (cf
      *    EcritHistoriqueTiers dans Contrat_Epargne_Main) : chaque
			10 DateModifHT	          PIC X(19).
			10 OperateurHT	          SQL Char(8).

      *    Corbeille des taches operateur (cf GestionTaches dans
      *    Contrat_Epargne_Main) : les listes de travail des batchs
      *    (revues KYC, pieces manquantes ou expirees, echeances,
      *    mandats, qualite des donnees, souscriptions en attente,
      *    majorites, saisies, reclamations) y versent chacune leurs
      *    taches par AlimenteTache - cle : type, Tiers, contrat (a
      *    blanc / zero si sans objet) et reference propre au type
      *    (code piece, no de saisie, no de reclamation...). Priorite
      *    1 haute, 2 normale, 3 basse ; Assigne a blanc tant que
      *    personne n'a pris la tache ; etat 'O' ouverte, 'C' close
      *    par l'operateur (commentaire obligatoire), 'A' close
      *    d'office quand la condition a disparu - DerniereDetection
      *    porte l'horodatage du dernier passage qui l'a signalee
		01 Taches.
			10 NoTacheTA	          PIC 9(8).
			10 TypeTacheTA	          SQL Char(6).
			10 IdTiersTA	          PIC 9(8).
			10 CodeProduitTA	      SQL Char(2).
			10 NoContratTA	          PIC 9(8).
			10 ReferenceTA	          SQL Char(12).
			10 LibelleTA	          SQL Char-Varying(50).
			10 DateCreationTA	      PIC X(10).
			10 DateEcheanceTA	      PIC X(10).
			10 PrioriteTA	          PIC 9.
			10 AssigneTA	          SQL Char(8).
			10 EtatTacheTA	          PIC X.
			10 DateClotureTA	      PIC X(10).
			10 CommentaireTA	      SQL Char-Varying(60).
			10 OperateurClotureTA	  SQL Char(8).
			10 DerniereDetectionTA	  PIC X(19).

      *    Registre des reclamations clients (cf GestionReclamations
      *    dans Contrat_Epargne_Main) : une reclamation porte sur un
      *    Tiers et, le cas echeant, sur l'un de ses contrats (NoContrat
      *    a zero sinon). Canal 'C' courrier, 'E' courriel, 'T'
      *    telephone, 'A' agence, 'W' espace web ; categorie 'I'
      *    information / conseil, 'G' gestion du contrat, 'O'
      *    versements / rachats, 'F' frais et fiscalite, 'S' deces /
      *    succession, 'A' autre. Echeances legales depuis la reception
      *    : accuse sous 10 jours, reponse sous 2 mois (cf
      *    EcheancesReclamations). Issue a blanc tant que la reponse
      *    n'est pas faite, puis 'F' favorable, 'P' partiellement
      *    favorable, 'D' defavorable ; l'indemnite versee est posee
      *    en operation 'C' sur le contrat (NoOperationIndem) - le
      *    rapport annuel au regulateur est RapportReclamations
		01 Reclamations.
			10 NoReclamationRL	      PIC 9(8).
			10 IdTiersRL	          PIC 9(8).
			10 CodeProduitRL	      SQL Char(2).
			10 NoContratRL	          PIC 9(8).
			10 CanalRL	              PIC X.
			10 CategorieRL	          PIC X.
			10 ObjetRL	              SQL Char-Varying(40).
			10 DateReceptionRL	      PIC X(10).
			10 DateAccuseRL	          PIC X(10).
			10 DateReponseRL	      PIC X(10).
			10 IssueRL	              PIC X.
			10 MontantIndemniteRL	  PIC 9(12)v99.
			10 NoOperationIndemRL	  PIC 9(8).
			10 OperateurRL	          SQL Char(8).

      *    Referentiel des agences du reseau (cf GestionAgences dans
      *    Contrat_Epargne_Main) : code agence des fichiers de
      *    versements d'agence, region de rattachement pour les
      *    ventilations de direction regionale (TableauBordProduction,
      *    CommissionsOperateurs, RapportPortefeuille) - une agence
      *    inactive (fermee, fusionnee) ne recoit plus de versements
		01 Agences.
			10 CodeAgenceAG	          SQL Char(5).
			10 NomAgenceAG	          SQL Char-Varying(30).
			10 RegionAG	              SQL Char-Varying(20).
			10 ActifAgenceAG	      PIC 9.

      *    Referentiel des employeurs (schemas collectifs d'entreprise,
      *    cf GestionEmployeurs dans Contrat_Epargne_Main) : une
      *    entreprise paie les cotisations mensuelles de ses salaries
			10 DateJourneeJC	      PIC X(10).
			10 EtatJourneeJC	      PIC X.

      *    Caisses des operateurs (cf CaisseOperateur dans
      *    Contrat_Epargne_Main) : une caisse par operateur et par
      *    journee, ouverte ('O') avec un fond de caisse compte. Les
      *    versements et rachats en especes poses depuis les ecrans y
      *    cumulent leurs entrees et sorties (cf MouvementsCaisse).
      *    L'arrete compte les especes par coupure (cf ComptagesCaisse)
      *    - sans ecart la caisse passe 'F' fermee, avec un ecart 'E'
      *    en attente du visa d'un superviseur, qui la passe 'F'. Le
      *    compte au-dela du fond part en fonds en transit vers la
      *    banque (cf RapportCaisses et JournalComptable)
		01 Caisses.
			10 OperateurCA	          SQL Char(8).
			10 DateCaisseCA	          PIC X(10).
			10 FondInitialCA	      PIC 9(12)v99.
			10 TotalEntreesCA	      PIC 9(12)v99.
			10 TotalSortiesCA	      PIC 9(12)v99.
			10 MontantCompteCA	      PIC 9(12)v99.
			10 EcartCaisseCA	      PIC S9(12)v99.
			10 EtatCaisseCA	          PIC X.
			10 DateOuvertureCA	      PIC X(19).
			10 DateArreteCA	          PIC X(19).
			10 SuperviseurCA	      SQL Char(8).
			10 DateVisaCA	          PIC X(19).

      *    Mouvements d'especes d'une caisse : une ligne par versement
      *    ('E' entree) ou rachat ('S' sortie) regle en especes, avec
      *    l'operation posee sur le contrat
		01 MouvementsCaisse.
			10 OperateurKM	          SQL Char(8).
			10 DateCaisseKM	          PIC X(10).
			10 NoMouvementKM	          PIC 9(5).
			10 SensMouvementKM	      PIC X.
			10 MontantKM	              PIC 9(12)v99.
			10 CodeProduitKM	          SQL Char(2).
			10 NoContratKM	          PIC 9(8).
			10 NoOperationKM	          PIC 9(8).
			10 HeureMouvementKM	      PIC X(8).

      *    Comptage d'arrete d'une caisse : une ligne par coupure
      *    (billet ou piece) comptee
		01 ComptagesCaisse.
			10 OperateurKD	          SQL Char(8).
			10 DateCaisseKD	          PIC X(10).
			10 ValeurCoupureKD	      PIC 9(3)v99.
			10 NbCoupuresKD	          PIC 9(5).

      *    Controle des passages batch : une ligne par lancement de job
      *    (CalculInteretMensuel, EcheancesProgrammees, ...), etat 'E'
      *    en cours / 'T' termine. Un job refuse de repartir sur une
      *    periode deja terminee ('T') ; une ligne restee 'E' signale
      *    un passage interrompu, que la reprise peut completer. Un
      *    passage extourne en bloc (cf ExtournePassage) repasse 'A'
      *    annule : le job peut repartir sur la periode. NoPassage
      *    identifie le lancement (MAX + 1) et se retrouve sur les
      *    operations et les ordres qu'il a poses
		01 ControleBatch.
			10 NomJobCB     	      SQL Char(30).
			10 PeriodeJobCB	          PIC X(7).
			10 DateFinCB	          PIC X(19).
			10 NbTraitesCB	          PIC 9(5).
			10 EtatJobCB	          PIC X.
			10 NoPassageCB	          PIC 9(8).

      *    Image avant passage de la reserve InteretsCourus : la
      *    premiere modification d'une reserve par un passage batch
      *    (alimentation, solde, regularisation) en garde l'etat
      *    d'origine - ReserveExistait 0 si la ligne n'existait pas
      *    encore. L'extourne du passage remet la reserve dans cet etat
      *    (cf ExtournePassage)
		01 ReservesAvantPassage.
			10 NoPassageRV	          PIC 9(8).
			10 CodeProduitRV     	  SQL Char(2).
			10 NoContratRV	          PIC 9(8).
			10 AnneeCouruRV	          PIC 9(4).
			10 ReserveExistaitRV	  PIC 9.
			10 MoisCouruRV	          PIC 9(2).
			10 MontantCouruRV	      PIC 9(12)v99.

      *    Registre des fichiers recus (cf ControleFichierRecu) : une
      *    ligne par fichier entrant presente a un batch d'import, avec
      *    son empreinte, le nombre de lignes et le total des montants
      *    cadres sur le pied TOTAL. Etat 'C' controle et accepte, en
      *    attente de la fin du passage / 'I' integre (passage termine,
      *    cf IntegreFichierRecu des batchs d'import) / 'R' refuse (cf
      *    MotifRefus) / 'A' annule par l'extourne du passage qui l'a
      *    integre (cf ExtournePassage) - un fichier 'I' de meme flux et
      *    meme empreinte est refuse comme doublon, un 'C' laisse par un
      *    passage en echec ne bloque rien
		01 FichiersRecus.
			10 NomFluxRF     	      SQL Char(30).
			10 EmpreinteRF	          PIC 9(9).
			10 NbLignesRF	          PIC 9(7).
			10 MontantTotalRF	      PIC 9(13)v99.
			10 DateReceptionRF	      PIC X(19).
			10 NoPassageRF	          PIC 9(8).
			10 EtatFichierRF	      PIC X.
			10 MotifRefusRF	          PIC X(60).

      *    Registre des generations datees des fichiers de sortie (cf
      *    GenerationFichier) : une ligne par fichier de base et par
      *    date de traitement, avec le programme qui l'a ouverte le
      *    premier. Etat 'P' present / 'S' supprime / 'A' archive par
      *    la retention (cf RetentionGenerations)
		01 GenerationsFichier.
			10 NomBaseGF     	      SQL Char(30).
			10 DateGenerationGF	      PIC X(10).
			10 NomGenerationGF	      SQL Char-Varying(60).
			10 ProgrammeGF	          SQL Char(30).
			10 DateCreationGF	      PIC X(19).
			10 EtatGenerationGF	      PIC X.
			10 DateRetentionGF	      PIC X(10).

      *    Revelations de donnees sensibles (cf MasqueDonnee) : un
      *    operateur habilite qui affiche en clair un champ masque
      *    (IBAN, RIB, date de naissance, NIF etranger, numero de
      *    piece), ou l'exporte en clair, laisse une ligne par champ
      *    et par Tiers - operateur, profil, ecran ou export d'origine
		01 RevelationsDonnees.
			10 IdTiersRD	          PIC 9(8).
			10 ChampRD	              SQL Char(8).
			10 OperateurRD	          SQL Char(8).
			10 ProfilRD	              PIC X.
			10 OrigineRD	          SQL Char(30).
			10 DateRevelationRD	      PIC X(19).

      *    Referentiel des pays (cf ImportReferentielPays, consulte
      *    par RecherchePays) : code ISO2 et ISO3, nom francais tel
      *    qu'il s'ecrit dans l'adresse des Tiers (colonne Pays),
      *    indicateurs O/N - membre de l'Union europeenne, de la zone
      *    SEPA, juridiction participant a l'echange CRS, pays a haut
      *    risque ou non cooperatif, pays sous sanctions
		01 ReferentielPays.
			10 CodeIso2RP	          SQL Char(2).
			10 CodeIso3RP	          SQL Char(3).
			10 NomPaysRP	          SQL Char-Varying(25).
			10 MembreUERP	          PIC X.
			10 MembreSepaRP	      PIC X.
			10 ParticipantCrsRP	  PIC X.
			10 RisqueEleveRP	      PIC X.
			10 SanctionsRP	          PIC X.

      *    Referentiel postal national (cf ImportReferentielPostal,
      *    consulte par ControleAdresse) : une ligne par code postal,
      *    commune INSEE et libelle d'acheminement - le libelle est la
      *    ville a imprimer sur le courrier. DateChargement : dernier
      *    passage d'import qui a trouve la ligne au fichier national
		01 ReferentielPostal.
			10 CodePostalPO	      SQL Char(5).
			10 CodeCommunePO	      SQL Char(5).
			10 NomCommunePO	      SQL Char-Varying(38).
			10 LibelleAcheminementPO  SQL Char-Varying(32).
			10 DateChargementPO	  PIC X(10).

      *    Fiscalite deces par beneficiaire (cf CalculPrelevementDeces
      *    dans Contrat_Epargne_Main) : une ligne par beneficiaire et
      *    par contrat regle - capital issu des primes versees avant
      *    70 ans (prelevement retenu apres abattement), capital et
      *    primes des versements apres 70 ans (droits de succession,
      *    declares par le notaire). L'abattement et la tranche du
      *    beneficiaire se cumulent sur tous les contrats du meme
      *    defunt ; DeclarationPrelevementsDeces en tire l'extrait
		01 PrelevementsDeces.
			10 IdTiersDefuntDC	      PIC 9(8).
			10 TiersBeneficDC	      PIC 9(8).
			10 CodeProduitDC     	  SQL Char(2).
			10 NoContratDC	          PIC 9(8).
			10 DateReglementDC	      PIC X(10).
			10 PourcentageDC	      PIC 999.
			10 CapitalAvant70DC	      PIC 9(12)v99.
			10 CapitalApres70DC	      PIC 9(12)v99.
			10 PrimesApres70DC	      PIC 9(12)v99.
			10 AbattementDC	          PIC 9(12)v99.
			10 AssietteDC	          PIC 9(12)v99.
			10 PrelevementDC	      PIC 9(12)v99.

      *    Registre des saisies par Tiers (saisie-attribution d'huissier
      *    'S', avis a tiers detenteur du Tresor 'A' - cf RegistreSaisies
      *    dans Contrat_Epargne_Main) : creancier, reference de l'acte,
      *    montant reclame, date de reception et echeance de reponse /
      *    paiement. EtatSaisie 'O' ouverte (valeur gelee), 'L' levee
      *    (mainlevee), 'P' payee au creancier par rachat + ordre de
      *    paiement sur son IBAN. ListeSaisiesOuvertes en tire le
      *    listing mensuel du service juridique
		01 SaisiesTiers.
			10 NoSaisieST	          PIC 9(8).
			10 IdTiersST	          PIC 9(8).
			10 TypeSaisieST	          PIC X.
			10 CreancierST	          SQL Char-Varying(30).
			10 ReferenceST	          SQL Char(20).
			10 MontantReclameST	      PIC 9(12)v99.
			10 DateReceptionST	      PIC X(10).
			10 DateEcheanceST	      PIC X(10).
			10 IbanCreancierST	      SQL Char(34).
			10 BicCreancierST	      SQL Char(11).
			10 MontantBloqueST	      PIC 9(12)v99.
			10 MontantPayeST	      PIC 9(12)v99.
			10 EtatSaisieST	          PIC X.
			10 DateClotureST	      PIC X(10).
			10 OperateurST	          SQL Char(8).

      *    Repartition d'une saisie sur les contrats actifs du Tiers :
      *    montant gele sur chacun (porte aussi dans
      *    ProduitsClient.MontantSaisi tant que la saisie est ouverte) -
      *    conserve apres levee ou paiement pour l'historique
		01 SaisiesContrat.
			10 NoSaisieSC	          PIC 9(8).
			10 CodeProduitSC     	  SQL Char(2).
			10 NoContratSC	          PIC 9(8).
			10 MontantBloqueSC	      PIC 9(12)v99.

      *    Procurations sur un contrat (cf GestionProcurations dans
      *    Contrat_Epargne_Main) : mandataire (IdTiers), etendue du
      *    pouvoir - 1 consultation, 2 versements, 3 rachats, chaque
      *    niveau comprenant les precedents - periode de validite et
      *    reference de l'acte. EtatProcuration 'A' active, 'R'
      *    revoquee (a la demande ou d'office au deces du mandant,
      *    cf DecesSouscripteur-Declaration)
		01 Procurations.
			10 NoProcurationPX	      PIC 9(8).
			10 CodeProduitPX     	  SQL Char(2).
			10 NoContratPX	          PIC 9(8).
			10 IdTiersPX	          PIC 9(8).
			10 PorteePX	          PIC 9.
			10 DateDebutPX	          PIC X(10).
			10 DateFinPX	          PIC X(10).
			10 ReferenceActePX	      SQL Char(20).
			10 EtatProcurationPX	  PIC X.
			10 DateRevocationPX	      PIC X(10).
			10 OperateurPX	          SQL Char(8).

      *    Beneficiaires effectifs d'une personne morale (cf
      *    SaisieBeneficiairesEffectifs dans Contrat_Epargne_Main) :
      *    personnes physiques (Tiers) detenant l'entite, avec leur
      *    pourcentage de detention - la declaration est remplacee a
      *    chaque nouvelle souscription de l'entite. Le filtrage
      *    (FiltrageListeTiers), la classification de risque
      *    (ClassificationRisqueKYC) et l'echange CRS des entites
      *    passives (ExtraitEchangeCRS) passent par eux
		01 BeneficiairesEffectifs.
			10 IdTiersEntiteEF	      PIC 9(8).
			10 IdTiersPersonneEF	  PIC 9(8).
			10 PourcentageEF	      PIC 999.
			10 DateDeclarationEF	  PIC X(10).
			10 OperateurEF	          SQL Char(8).

      *    Foyers : regroupement de Tiers d'une meme famille (cf
      *    MaintenanceTiers-Foyer dans Contrat_Epargne_Main). EtatFoyer
      *    'P' propose par le rapprochement nom + adresse (cf
      *    PropositionFoyers), 'A' confirme par un operateur, 'R'
      *    refuse - seul un foyer 'A' compte pour la synthese, le
      *    publipostage groupe (CampagneAvisAnnuel) et l'abattement
      *    annuel des rachats
		01 Foyers.
			10 NoFoyerFO	          PIC 9(8).
			10 LibelleFO	          SQL Char-Varying(30).
			10 EtatFoyerFO	          PIC X.
			10 DateCreationFO	      PIC X(10).
			10 OperateurFO	          SQL Char(8).

      *    Membres d'un foyer : un Tiers appartient a un seul foyer,
      *    RoleFoyer 'C' chef de foyer / 'J' conjoint / 'E' enfant a
      *    charge - le chef de foyer recoit le pli groupe
		01 MembresFoyer.
			10 NoFoyerMF	          PIC 9(8).
			10 IdTiersMF	          PIC 9(8).
			10 RoleFoyerMF	          PIC X.
			10 DateEntreeMF	          PIC X(10).

      *    Archive des documents clients (cf ArchiveDocument) : chaque
      *    document remis ou envoye au client - certificat d'adhesion
      *    'CERTIF', decompte de reglement 'DECOMP', avis de
      *    confirmation 'AVIS', situation a date 'SITUAT', releve
      *    annuel 'RELEVE', avis annuel de frais 'FRAIS', certificat
      *    de transfert sortant 'TRANSF' - recoit un numero definitif
      *    a sa production ; ses lignes sont gardees
      *    telles qu'ecrites dans LignesDocument, pour la reimpression
      *    a l'identique (cf ArchiveDocuments dans Contrat_Epargne_Main)
      *    sans aller chercher dans les fichiers cumulatifs
		01 DocumentsClient.
			10 NoDocumentDO	          PIC 9(8).
			10 TypeDocumentDO	      SQL Char(6).
			10 IdTiersDO	          PIC 9(8).
			10 CodeProduitDO	      SQL Char(2).
			10 NoContratDO	          PIC 9(8).
			10 DateDocumentDO	      PIC X(10).
			10 ProgrammeDO	          SQL Char(30).
			10 OperateurDO	          SQL Char(8).
			10 NbLignesDO	          PIC 9(5).
			10 NbReimpressionsDO	  PIC 9(4).
			10 VersionModeleDO	      PIC 9(3).

		01 LignesDocument.
			10 NoDocumentLD	          PIC 9(8).
			10 NoLigneLD	          PIC 9(5).
			10 TexteLigneLD	          SQL Char-Varying(255).

      *    Reimpressions d'un document archive : une ligne horodatee
      *    par reimpression, avec l'operateur qui l'a demandee
		01 ReimpressionsDocument.
			10 NoDocumentRI	          PIC 9(8).
			10 NoReimpressionRI	      PIC 9(4).
			10 HorodatageRI	          PIC X(19).
			10 OperateurRI	          SQL Char(8).

      *    Versions approuvees des modeles de courrier (cf FusionModele et
      *    ApprobationModeles dans Contrat_Epargne_Main) : une ligne par
      *    type de document et version a l'approbation superviseur, avec
      *    sa date d'entree en vigueur - VersionModele de DocumentsClient
      *    renvoie ici (zero = libelle historique du programme)
		01 VersionsModeles.
			10 TypeDocumentVM	      SQL Char(6).
			10 VersionVM	          PIC 9(3).
			10 DateEffetVM	          PIC X(10).
			10 DateApprobationVM	  PIC X(10).
			10 OperateurVM	          SQL Char(8).

      *    Baisses de taux de remuneration annoncees aux clients (cf
      *    AvisBaisseTaux) : une ligne par produit et par baisse, posee a
      *    l'approbation du fichier parametres (origine 'P') ou relevee
      *    dans TauxRemunerationAnnee.csv (origine 'A'). Etat 'A' avis a
      *    envoyer, 'N' clients notifies (date et nombre d'avis), 'E'
      *    nouveau taux entre en vigueur
		01 BaissesTaux.
			10 NoBaisseBT	          PIC 9(8).
			10 CodeProduitBT	      SQL Char(2).
			10 OrigineBT	          PIC X.
			10 AncienTauxBT	          PIC 99v9999.
			10 NouveauTauxBT	      PIC 99v9999.
			10 DateEffetBT	          PIC X(10).
			10 DateApprobationBT	  PIC X(10).
			10 OperateurBT	          SQL Char(8).
			10 EtatBT	              PIC X.
			10 DateNotificationBT	  PIC X(10).
			10 NbAvisBT	              PIC 9(6).

      *    Transferts entrants : contrat ouvert chez nous par transfert
      *    d'un contrat tenu dans un autre etablissement (cf GestionTiers
      *    dans Contrat_Epargne_Main). Le montant transfere se decompose
      *    en versements (base des primes) et plus-values acquises ; le
      *    contrat attend les fonds en EtatProduit 2, le rapprochement
      *    bancaire les reconnait par le montant et passe le transfert
      *    de 'A' (attente des fonds) a 'R' (recu, date de reception) -
      *    les transferts trop longs sont suivis par TransfertsEnAttente
		01 TransfertsEntrants.
			10 CodeProduitTE	      SQL Char(2).
			10 NoContratTE	          PIC 9(8).
			10 CodeBanqueOrigineTE	  PIC 9(5).
			10 RefContratOrigineTE	  SQL Char(20).
			10 DateOuvertureOrigineTE PIC X(10).
			10 MontantVersementsTE	  PIC 9(12)v99.
			10 MontantPlusValuesTE	  PIC 9(12)v99.
			10 DateSaisieTE	          PIC X(10).
			10 DateReceptionTE	      PIC X(10).
			10 EtatTransfertTE	      PIC X.
			10 OperateurTE	          SQL Char(8).

      *    Transferts sortants : contrat transfere vers un autre
      *    etablissement (cf TransfertSortant dans Contrat_Epargne_Main).
      *    Le reglement est la ligne 'R' NoOperation du contrat, posee
      *    sans fiscalite de rachat et versee par l'ordre NoOrdre a
      *    l'IBAN de l'etablissement d'accueil - cette table la
      *    distingue des rachats dans les rapports de production, et
      *    garde ce que le certificat de transfert a communique : date
      *    d'ouverture (anteriorite comprise), part versements et part
      *    plus-values du montant transfere, interets courus au jour
		01 TransfertsSortants.
			10 CodeProduitTS	      SQL Char(2).
			10 NoContratTS	          PIC 9(8).
			10 NoOperationTS	      PIC 9(8).
			10 CodeBanqueDestTS	      PIC 9(5).
			10 IbanDestTS	          SQL Char(34).
			10 BicDestTS	          SQL Char(11).
			10 RefContratDestTS	      SQL Char(20).
			10 DateOuvertureTS	      PIC X(10).
			10 DateTransfertTS	      PIC X(10).
			10 MontantTransfereTS	  PIC 9(12)v99.
			10 MontantVersementsTS	  PIC 9(12)v99.
			10 MontantPlusValuesTS	  PIC 9(12)v99.
			10 InteretsCourusTS	      PIC 9(12)v99.
			10 NoOrdreTS	          PIC 9(8).
			10 OperateurTS	          SQL Char(8).

      *    Conversions de produit : contrat passe d'un produit a un
      *    autre sans rachat (cf ConversionContrat). Le contrat prend
      *    un numero du compteur du produit cible et emporte sa date
      *    d'effet (anteriorite), sa valeur, son historique, sa clause,
      *    son nantissement et ses mandats ; l'ancienne cle reste ici
      *    comme lien vers la nouvelle. Mode 'M' au guichet (cf
      *    ConversionProduit dans Contrat_Epargne_Main), 'B' par le job
      *    ConversionProduits
		01 ConversionsProduit.
			10 CodeProduitOrigCV	  SQL Char(2).
			10 NoContratOrigCV	      PIC 9(8).
			10 CodeProduitCV	      SQL Char(2).
			10 NoContratCV	          PIC 9(8).
			10 DateConversionCV	      PIC X(10).
			10 ValeurConversionCV	  PIC 9(12)v99.
			10 ModeConversionCV	      PIC X.
			10 OperateurCV	          SQL Char(8).

      *    Offres de conversion acceptees par les titulaires d'un
      *    produit ferme a la vente : 'A' acceptee (a convertir par le
      *    job ConversionProduits), 'C' convertie, 'E' ecartee au
      *    passage (motif - le client est recontacte par la corbeille
      *    des taches). La cle est celle du contrat avant conversion
		01 OffresConversion.
			10 CodeProduitOF	      SQL Char(2).
			10 NoContratOF	          PIC 9(8).
			10 CodeProduitCibleOF	  SQL Char(2).
			10 DateAcceptationOF	  PIC X(10).
			10 EtatOffreOF	          PIC X.
			10 DateTraitementOF	      PIC X(10).
			10 MotifRejetOF	          SQL Char(40).
			10 OperateurOF	          SQL Char(8).

      *    Partages d'un contrat conjoint entre ses deux titulaires
      *    (divorce, separation - cf PartageConjoint dans
      *    Contrat_Epargne_Main) : le contrat d'origine continue avec
      *    l'un, un nouveau contrat du meme produit est ouvert pour
      *    l'autre avec l'anteriorite d'origine ; la part est passee
      *    par un transfert lie (NoTransfert de TransfertsContrat)
		01 PartagesContrat.
			10 CodeProduitPG	      SQL Char(2).
			10 NoContratOrigPG	      PIC 9(8).
			10 NoContratNouveauPG	  PIC 9(8).
			10 TiersConservePG	      PIC 9(8).
			10 TiersSortantPG	      PIC 9(8).
			10 PourcentagePG	      PIC 999v99.
			10 MontantPG	          PIC 9(12)v99.
			10 NoTransfertPG	      PIC 9(8).
			10 VersPrgPG	          PIC X.
			10 RefActePG	          SQL Char(20).
			10 DatePartagePG	      PIC X(10).
			10 OperateurPG	          SQL Char(8).

      *    Versions du document d'informations cles (DIC) de chaque
      *    produit (cf EditionDIC dans Contrat_Epargne_Main) : une ligne
      *    par edition, numerotee par produit, avec le document archive
      *    (DocumentsClient, type DIC) qui en garde le texte - le
      *    certificat d'adhesion cite la version en vigueur a la date
      *    de souscription
		01 VersionsDIC.
			10 CodeProduitDI	      SQL Char(2).
			10 VersionDI	          PIC 9(4).
			10 DateVersionDI	      PIC X(10).
			10 NoDocumentDI	      PIC 9(8).
			10 OperateurDI	          SQL Char(8).

      *    Retenues des virements vers un IBAN change recemment (cf
      *    ControleIbanRecent dans Contrat_Epargne_Main) : une ligne par
      *    ordre retenu 'H' a la transmission, avec l'auteur et la date
      *    du changement releves dans HistoriqueTiers. StatutRetenue 'R'
      *    retenu, 'L' libere apres contre-appel du client (par un autre
      *    operateur que l'auteur du changement, commentaire de l'appel
      *    obligatoire), 'A' ordre annule - cf OrdresRetenus et le
      *    rapport hebdomadaire RapportRetenuesIban
		01 RetenuesIban.
			10 NoOrdreRI	          PIC 9(8).
			10 IdTiersRI	          PIC 9(8).
			10 MontantRI	          PIC 9(12)v99.
			10 IbanRI	              SQL Char(34).
			10 DateRetenueRI	      PIC X(10).
			10 DateChangementRI	      PIC X(19).
			10 OperateurChangementRI  SQL Char(8).
			10 StatutRetenueRI	      PIC X.
			10 DateDecisionRI	      PIC X(10).
			10 OperateurDecisionRI	  SQL Char(8).
			10 CommentaireRI	      SQL Char-Varying(60).

      *    Alertes de securite par SMS (cf AlerteSMS) : une ligne par
      *    alerte, numero normalise et texte envoyes a la passerelle.
      *    Evenement 'IBAN', 'ADRESS', 'RACHAT', 'RTOTAL', 'CLAUSE' ;
      *    StatutSms 'E' emis (en attente d'accuse), 'D' delivre, 'N'
      *    non delivre (cf AccusesSMS), 'I' non envoye faute de numero
      *    mobile utilisable - Telephone porte alors le numero brut
		01 AlertesSMS.
			10 NoSmsAS	              PIC 9(8).
			10 IdTiersAS	          PIC 9(8).
			10 CodeProduitAS	      SQL Char(2).
			10 NoContratAS	          PIC 9(8).
			10 EvenementAS	          SQL Char(6).
			10 TelephoneAS	          SQL Char(16).
			10 MessageAS	          SQL Char-Varying(160).
			10 DateEnvoiAS	          PIC X(10).
			10 OperateurAS	          SQL Char(8).
			10 StatutSmsAS	          PIC X.
			10 DateAccuseAS	          PIC X(19).
			10 CodeRetourAS	          SQL Char(10).

      *    Demandes de signature electronique (cf SignatureElectronique)
      *    : une ligne par signataire et par document envoye au
      *    prestataire. TypeDocument 'SOUSCR' formulaire, 'CLAUSE'
      *    clause beneficiaire, 'TUTEUR' autorisation du representant
      *    legal, 'AVENAN' avenant, 'TRANSF' transfert de propriete ;
      *    ReferenceDocument = document archive (certificat), numero
      *    d'avenant ou de transfert ; CodePiece = piece du dossier
      *    pointee a la signature (a blanc si aucune). StatutSignature
      *    'E' envoyee, 'S' signee, 'R' refusee, 'X' expiree (cf
      *    RetourSignatures), 'I' non envoyee faute de courriel
		01 SignaturesElectroniques.
			10 NoSignatureSG	      PIC 9(8).
			10 TypeDocumentSG	      SQL Char(6).
			10 ReferenceDocumentSG	  PIC 9(8).
			10 CodeProduitSG	      SQL Char(2).
			10 NoContratSG	          PIC 9(8).
			10 IdTiersSG	          PIC 9(8).
			10 CodePieceSG	          PIC X.
			10 DateDemandeSG	      PIC X(10).
			10 OperateurSG	          SQL Char(8).
			10 StatutSignatureSG	  PIC X.
			10 DateStatutSG	          PIC X(19).
			10 ReferencePreuveSG	  SQL Char-Varying(40).

      *    Statistiques trimestrielles publiees (cf
      *    StatistiquesTrimestrielles) : encours et nombre de contrats a
      *    la fin du trimestre AAAA-Tn, par produit, residence du
      *    titulaire ('R' resident / 'N' non-resident), tranche d'age
      *    ('A1' moins de 18 ans ... 'A5' 75 ans et plus, 'NC' date de
      *    naissance inconnue, 'PM' personne morale) et type de personne
      *    - l'encours publie sert d'ouverture au trimestre suivant
		01 StatistiquesTrimestre.
			10 TrimestreST	          PIC X(7).
			10 CodeProduitST	      SQL Char(2).
			10 ResidenceST	          PIC X.
			10 TrancheAgeST	          SQL Char(2).
			10 TypePersonneST	      PIC X.
			10 NbContratsST	          PIC 9(7).
			10 EncoursST	          PIC S9(13)v99.

      *    Photo de fin de mois des contrats (cf PositionsFinMois) :
      *    position de reference du contrat pour la periode AAAA-MM -
      *    valeur, reserve d'interets courus de l'annee, solde des
      *    avances en cours, nantissement, etat, taux annuel applique
      *    (taux de l'annee ou promotionnel, plancher du taux garanti)
      *    et titulaires. Les etats demandes a une fin de mois la
      *    lisent au lieu de la valeur du jour ou d'un rejeu ; la photo
      *    est figee des que la periode est cloturee au grand livre
		01 PositionsFinMois.
			10 PeriodePF	          PIC X(7).
			10 CodeProduitPF	      SQL Char(2).
			10 NoContratPF	          PIC 9(8).
			10 TiersSouscrPF	      PIC 9(8).
			10 CoSouscrPF	          PIC 9(8).
			10 EtatProduitPF	      PIC X.
			10 ValeurPF	              PIC 9(12)v99.
			10 InteretsCourusPF	      PIC 9(12)v99.
			10 SoldeAvancePF	      PIC 9(12)v99.
			10 NantiPF	              PIC 9.
			10 TauxAppliquePF	      PIC 99v9999.
			10 CodeAgencePF	          SQL Char(5).
			10 DatePhotoPF	          PIC X(19).

      *    Piste de calcul des interets (cf CalculInteretMensuel) : une
      *    ligne par contrat et par mois servi - solde de cloture, base
      *    au prorata des dates de valeur, jours du mois et convention,
      *    source du taux annuel (A taux de l'annee du referentiel, P
      *    taux du produit, M taux promotionnel, G plancher du taux
      *    garanti), paliers majores appliques, interet brut et part
      *    de prelevements sociaux mise en reserve. RegularisationTaux
      *    ajoute une version 'R' du mois corrige a cote de l'originale
      *    'C' : Version croissante par contrat et par mois
		01 DetailInterets.
			10 CodeProduitPI	      SQL Char(2).
			10 NoContratPI	          PIC 9(8).
			10 PeriodePI	          PIC X(7).
			10 VersionPI	          PIC 9(3).
			10 TypeCalculPI	          PIC X.
			10 SoldeCloturePI	      PIC 9(12)v99.
			10 BaseCalculPI	          PIC 9(12)v99.
			10 NbJoursPI	          PIC 99.
			10 ConventionTauxPI	      PIC X.
			10 SourceTauxPI	          PIC X.
			10 TauxAnnuelPI	          PIC 99v9999.
			10 TauxPeriodePI	      PIC 99v9999.
			10 PaliersPI	          PIC 9.
			10 InteretBrutPI	      PIC 9(12)v99.
			10 PrelSociauxPI	      PIC 9(12)v99.
			10 DateCalculPI	          PIC X(19).
			10 NoOperationPI	      PIC 9(8).

      *---------------------------------------------------------------------------------------------
      * Initialisation SQLDA SQLCA
           EXEC SQL
               DECLARE ProduitsClient-Curseur-Echeance CURSOR FOR
                Select PC.CodeProduit, PC.NoContrat, PC.TiersSouscr, PC.DateEffet, PC.DureeContrat,
                 T.Nom, T.Prenom, COALESCE(PC.DateAnteriorite, PC.DateEffet)
                From ProduitsClient PC, TiersSB T
                Where PC.EtatProduit = 1
                And T.IdTiers = PC.TiersSouscr
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

      *    Meme lecture sur la photo de fin de Decembre (cf PositionsFinMois)
           EXEC SQL
               DECLARE PositionsFinMois-Curseur-Rapport CURSOR FOR
                Select CodeProduit, NoContrat, Valeur
                From PositionsFinMois
                Where Periode = :PeriodePF
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

           EXEC SQL
               DECLARE OperationsCompte-Curseur-Rapport CURSOR FOR
                Select OC.CodeProduit, OC.NoContrat, OC.NoOperation, OC.TypeOperation,
                 OC.MontantOperation, OC.DateOperation, COALESCE(TS.NoOrdre, 0)
                From OperationsCompte OC
                LEFT JOIN TransfertsSortants TS
                 ON (TS.CodeProduit = OC.CodeProduit
                 AND TS.NoContrat = OC.NoContrat
                 AND TS.NoOperation = OC.NoOperation)
                ORDER BY OC.CodeProduit, OC.NoContrat
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour OperationsCompte
      *---------------------------------------------------------------------------------------------
                ORDER BY NoOrdre
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour RetenuesIban - virements retenus en attente de
      * contre-appel, les plus anciens d'abord (cf OrdresRetenus sur M-OrdresRetenus)
      *---------------------------------------------------------------------------------------------
           EXEC SQL
               DECLARE OrdresRetenus-Curseur CURSOR FOR
                Select R.NoOrdre, O.CodeProduit, O.NoContrat, R.IdTiers,
                 R.Montant, R.DateRetenue, R.OperateurChangement,
                 R.DateChangement
                From RetenuesIban R, OrdresPaiement O
                Where (R.StatutRetenue = 'R'
                And O.NoOrdre = R.NoOrdre)
                ORDER BY R.NoOrdre
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour ControleBatch - consultation des passages batch
      * (cf ConsultationControleBatch sur M-ControleBatch), du plus recent au plus ancien
                ORDER BY DateHeure
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour Caisses - caisses arretees avec un ecart en attente de visa
      * (cf VisaEcartsCaisse sur M-VisaEcartsCaisse)
      *---------------------------------------------------------------------------------------------
           EXEC SQL
               DECLARE CaissesEcart-Curseur CURSOR FOR
                Select Operateur, DateCaisse, FondInitial, TotalEntrees,
                 TotalSorties, MontantCompte, EcartCaisse
                From Caisses
                Where EtatCaisse = 'E'
                ORDER BY DateCaisse, Operateur
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour Operateurs - liste de l'ecran d'administration
      * (cf GestionOperateurs sur M-Operateurs)
      *---------------------------------------------------------------------------------------------
           EXEC SQL
               DECLARE Operateurs-Curseur CURSOR FOR
                Select CodeOperat, NomOperat, ProfilOperat, ActifOperat,
                 COALESCE(CodeAgence, ' ')
                From Operateurs
                ORDER BY CodeOperat
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour Taches - taches ouvertes d'un operateur (ou non attribuees
      * quand AssigneTA est a blanc), les plus urgentes d'abord (cf GestionTaches sur M-Taches)
      *---------------------------------------------------------------------------------------------
           EXEC SQL
               DECLARE Taches-Curseur CURSOR FOR
                Select NoTache, TypeTache, IdTiers, COALESCE(CodeProduit, ' '),
                 COALESCE(NoContrat, 0), Libelle, DateEcheance, Priorite
                From Taches
                Where EtatTache = 'O'
                AND Assigne = :AssigneTA
                ORDER BY Priorite, DateEcheance, NoTache
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour DocumentsClient - documents archives d'un Tiers ou d'un
      * contrat (IdTiersDO a zero pour chercher par contrat), les plus recents d'abord, et
      * lignes d'un document dans leur ordre d'ecriture (cf ArchiveDocuments sur M-Documents) -
      * la version du modele de courrier utilise est rendue avec chaque document
      *---------------------------------------------------------------------------------------------
           EXEC SQL
               DECLARE Documents-Curseur CURSOR FOR
                Select NoDocument, TypeDocument, IdTiers, COALESCE(CodeProduit, ' '),
                 COALESCE(NoContrat, 0), DateDocument, Programme, NbReimpressions,
                 COALESCE(VersionModele, 0)
                From DocumentsClient
                Where ((IdTiers = :IdTiersDO AND :IdTiersDO <> 0)
                 OR (CodeProduit = :CodeProduitDO AND NoContrat = :NoContratDO
                 AND :IdTiersDO = 0))
                ORDER BY NoDocument DESC
           END-EXEC.

           EXEC SQL
               DECLARE LignesDocument-Curseur CURSOR FOR
                Select TexteLigne
                From LignesDocument
                Where NoDocument = :NoDocumentLD
                ORDER BY NoLigne
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour Reclamations - reclamations d'un Tiers, les plus recentes
      * d'abord (cf GestionReclamations sur M-Reclamations)
      *---------------------------------------------------------------------------------------------
           EXEC SQL
               DECLARE Reclamations-Curseur CURSOR FOR
                Select NoReclamation, COALESCE(CodeProduit, ' '),
                 COALESCE(NoContrat, 0), Canal, Categorie,
                 DateReception, COALESCE(DateAccuse, ' '),
                 COALESCE(DateReponse, ' '), COALESCE(Issue, ' '),
                 COALESCE(MontantIndemnite, 0)
                From Reclamations
                Where IdTiers = :IdTiersRL
                ORDER BY NoReclamation DESC
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour Agences - liste de l'ecran de gestion
      * (cf GestionAgences sur M-Agences)
      *---------------------------------------------------------------------------------------------
           EXEC SQL
               DECLARE Agences-Curseur CURSOR FOR
                Select CodeAgence, NomAgence, Region, Actif
                From Agences
                ORDER BY Region, CodeAgence
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour Banque
      *---------------------------------------------------------------------------------------------
                ORDER BY NoModif DESC
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declaration curseur pour la piste de calcul des interets d'un contrat, mois le plus
      * recent en tete, versions d'un meme mois dans l'ordre (cf DetailInteretsEcran dans
      * Contrat_Epargne_Main)
      *---------------------------------------------------------------------------------------------
           EXEC SQL
               DECLARE DetailInterets-Curseur CURSOR FOR
                Select Periode, Version, TypeCalcul, BaseCalcul, NbJours,
                 ConventionTaux, SourceTaux, TauxAnnuel, Paliers,
                 InteretBrut, PrelSociaux, NoOperation
                From DetailInterets
                Where (CodeProduit = :CodeProduitPI
                And NoContrat = :NoContratPI)
                ORDER BY Periode DESC, Version
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour les saisies (cf RegistreSaisies dans Contrat_Epargne_Main) :
      * saisies ouvertes d'un Tiers, contrats actifs sur lesquels geler une nouvelle saisie,
      * repartition d'une saisie par contrat
      *---------------------------------------------------------------------------------------------
           EXEC SQL
               DECLARE SaisiesTiers-Curseur CURSOR FOR
                Select NoSaisie, TypeSaisie, Creancier, Reference,
                 MontantReclame, MontantBloque, DateEcheance
                From SaisiesTiers
                Where (IdTiers = :IdTiersST
                And EtatSaisie = 'O')
                ORDER BY NoSaisie
           END-EXEC.

           EXEC SQL
               DECLARE ContratsSaisissables-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, ValeurCourante,
                 COALESCE(MontantSaisi, 0)
                From ProduitsClient
                Where (TiersSouscr = :IdTiersST
                And EtatProduit = 1)
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

           EXEC SQL
               DECLARE SaisiesContrat-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, MontantBloque
                From SaisiesContrat
                Where NoSaisie = :NoSaisieSC
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour Procurations : pouvoirs actifs d'un contrat (cf
      * GestionProcurations et synthese), puis pouvoirs actifs ou un Tiers est mandataire
      * ou mandant (cf ExportDroitAccesTiers)
      *---------------------------------------------------------------------------------------------
           EXEC SQL
               DECLARE Procurations-Curseur CURSOR FOR
                Select P.NoProcuration, P.IdTiers, T.Nom, P.Portee,
                 P.DateDebut, P.DateFin, P.ReferenceActe
                From Procurations P, TiersSB T
                Where (P.CodeProduit = :CodeProduitPX
                And P.NoContrat = :NoContratPX
                And P.EtatProcuration = 'A'
                And T.IdTiers = P.IdTiers)
                ORDER BY P.NoProcuration
           END-EXEC.

           EXEC SQL
               DECLARE ProcurationsExport-Curseur CURSOR FOR
                Select P.CodeProduit, P.NoContrat, P.IdTiers, P.Portee,
                 P.DateDebut, P.DateFin, P.ReferenceActe
                From Procurations P, ProduitsClient PC
                Where (PC.CodeProduit = P.CodeProduit
                And PC.NoContrat = P.NoContrat
                And P.EtatProcuration = 'A'
                And (P.IdTiers = :IdTiersExport
                 OR PC.TiersSouscr = :IdTiersExport
                 OR PC.CoSouscripteur = :IdTiersExport))
                ORDER BY P.CodeProduit, P.NoContrat, P.NoProcuration
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour Employeurs - liste de l'ecran de gestion
      * (cf GestionEmployeurs sur M-Employeurs)
                Where IdTiers = :IdTiersMaint
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

      *---------------------------------------------------------------------------------------------
      * Declarations curseur pour MembresFoyer - membres d'un foyer avec leur identite
      * (cf MaintenanceTiers-Foyer dans Contrat_Epargne_Main)
      *---------------------------------------------------------------------------------------------
           EXEC SQL
               DECLARE MembresFoyer-Curseur CURSOR FOR
                Select MF.IdTiers, T.Nom, T.Prenom, T.DateNaissance,
                 MF.RoleFoyer
                From MembresFoyer MF, TiersSB T
                Where (MF.NoFoyer = :NoFoyerMF
                And T.IdTiers = MF.IdTiers)
                ORDER BY MF.IdTiers
           END-EXEC.
