
      *    Instructions deposees par le portail client (CSV) : une
      *    ligne par demande -
      *    RefPortail;CodeProduit;NoContrat;Type(V/R);Montant;Date,
      *    le numero suivi de sa cle (NNNNNNNN-CC, cf CleContrat),
      *    encadree par ENTETE;... et TOTAL;NbLignes;TotalMontant (cf
      *    ControleFichierRecu)
           select FichierInstructions assign to
                "C:\fichiers-cobol\InstructionsClients.csv"
                organization is line sequential access sequential
       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
       01  LigneInstruction.
           05 RefPortailIC         PIC X(20).
           05 CodeProduitIC2      PIC XX.
           05 NoContratCleIC.
              10 NoContratICTxt    PIC X(8).
              10 NoContratIC2 REDEFINES NoContratICTxt PIC 9(8).
              10 TiretCleIC        PIC X.
              10 CleContratIC      PIC X(2).
           05 TypeInstructionIC    PIC X.
           05 MontantICTxt         PIC X(12).
           05 MontantIC2 REDEFINES MontantICTxt PIC 9(10)V99.
       77  MontantNetControle      pic 9(12)v99.
       77  EnrLigneReponse         pic X(255).

      *---------------------------------------------------------------
      * Valeur residuelle minimum du produit (ValeurResidMin de Tab,
      * zero = pas de minimum) : un rachat qui laisserait moins sur le
      * contrat n'est pas mis en attente - refus au portail et tache
      * RESIDU dans la corbeille des taches operateur (cf
      * AlimenteTache), le conseiller recontacte le client pour un
      * rachat total
      *---------------------------------------------------------------
       77  NbInstructionsResiduel  pic 9(5) value 0.
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
      * Fiscalite d'un rachat sur sa seule part de plus-value (cf
      * CalculFiscaliteRachat) : MontantBrutFiscal rachete sur un
      * contrat valant ValeurFiscaleRachat, primes nettes tirees
      * d'OperationsCompte, abattement annuel par Tiers au-dela de
      * l'anciennete du produit - meme calcul que la saisie directe
      * dans Contrat_Epargne_Main, pour la couverture du rachat
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
      *    Dispense de prelevement forfaitaire du souscripteur (cf
      *    ChargeDispenseFiscale)
       77  DispenseValide          pic 9.

      *---------------------------------------------------------------
      * Controle des passages batch - meme principe que
      * ImportVersementsAgence (un passage par periode)
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Controle du fichier entrant avant integration (cf
      * ControleFichierRecu) : entete, pied TOTAL cadre et doublon
      *---------------------------------------------------------------
       01  ControleReception.
           05 JobCX                PIC X(30).
           05 NomFichierCX         PIC X(60).
           05 RangMontantCX        PIC 9.
           05 NoPassageCX          PIC 9(8).
           05 FichierAccepteCX     PIC 9.
           05 MotifRefusCX         PIC X(60).
           05 NbLignesCX           PIC 9(7).
           05 MontantTotalCX       PIC 9(13)V99.
           05 EmpreinteCX          PIC 9(9).

      *---------------------------------------------------------------
      * Cle de controle du numero de contrat (cf CleContrat) : le
      * numero est remis NNNNNNNN-CC, sans cle pendant la periode de
      * transition
      *---------------------------------------------------------------
       01  DemandeCleContrat.
           05 ActionCK             PIC X.
           05 CodeProduitCK        PIC X(2).
           05 NoContratCK          PIC 9(8).
           05 CleSaisieCK          PIC X(2).
           05 DateReferenceCK      PIC X(10).
           05 CleContratCK         PIC 99.
           05 RetourCK             PIC 9.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".
           end-string
           Perform DebutControleBatch.

      *    Fichier refuse : le passage n'est pas termine, le fichier
      *    corrige pourra etre represente sur la periode
           If BatchRefuse = 0
               Perform ControleFichierEntrant
               If FichierAccepteCX = 0
                   Display " Fichier d'instructions portail refuse -"
                       " aucune instruction integree "
                   move 1 to EofInstructions
                   move 1 to BatchRefuse
               end-if
           end-if.

           If BatchRefuse = 0
               open input FichierInstructions
               evaluate FichierInstructionsStatus
           end-if.

       ImportInstructions-Trt.
           If EnrFichierInstructions(1:6) not = "ENTETE"
            and EnrFichierInstructions(1:6) not = "TOTAL;"
               Perform TrtLigneInstruction
           end-if.

           read FichierInstructions
               at end move 1 to EofInstructions
           Unstring EnrFichierInstructions delimited by ";" into
               RefPortailIC
               CodeProduitIC2
               NoContratCleIC
               TypeInstructionIC
               MontantICTxt
               DateInstructionIC
               Tallying in NbChampsInstruction
           end-Unstring

           Move 0 to RetourCK
           If NoContratICTxt is numeric
               Perform ControleCleInstruction
           end-if

           evaluate true
               when NbChampsInstruction < 6
                   Move "nombre de champs invalide" to MotifRejetLigne
               when NoContratICTxt is not numeric
                   Move "numero de contrat non numerique" to MotifRejetLigne
                   Perform RejeterInstruction
               when RetourCK = 2
                   Move "cle du contrat absente" to MotifRejetLigne
                   Perform RejeterInstruction
               when RetourCK = 3
                   Move "cle du contrat erronee" to MotifRejetLigne
                   Perform RejeterInstruction
               when MontantICTxt is not numeric
                   Move "montant non numerique" to MotifRejetLigne
                   Perform RejeterInstruction
                   Perform ControleInstructionMetier
           end-evaluate.

      *---------------------------------------------------------------
      *  Cle de controle remise a la suite du numero (NNNNNNNN-CC) :
      *  tout autre separateur que le tiret rend la cle erronee
      *---------------------------------------------------------------
       ControleCleInstruction.
           Move 'V' to ActionCK
           Move CodeProduitIC2 to CodeProduitCK
           Move NoContratIC2 to NoContratCK
           evaluate TiretCleIC
               when '-'
                   Move CleContratIC to CleSaisieCK
               when space
                   Move spaces to CleSaisieCK
               when other
                   Move "??" to CleSaisieCK
           end-evaluate
           Move spaces to DateReferenceCK
           Call 'CleContrat' using DemandeCleContrat.

      *---------------------------------------------------------------
      *  Controles metier : contrat actif, produit connu et vendable
      *  (gele = plus de versements), nantissement (bloque les
      *  rachats), couverture du rachat net de fiscalite par la valeur
      *  non gelee par une saisie / ATD - les memes regles que la
      *  saisie ecran
      *---------------------------------------------------------------
       ControleInstructionMetier.
           Move CodeProduitIC2 to CodeProduitPC
           Move NoContratIC2 to NoContratPC

           EXEC SQL
               SELECT ValeurCourante, EtatProduit, COALESCE(Nanti, 0),
                TiersSouscr, COALESCE(MontantSaisi, 0)
               INTO :ValeurCourantePC, :EtatProduitPC, :NantiPC,
                :TiersSouscrPC, :MontantSaisiPC
               FROM ProduitsClient
               WHERE (CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC)

       ControleCouvertureRachat.
           If TypeInstructionIC = 'R'
      *        Fiscalite sur la seule part de plus-value, apres
      *        abattement et dispense (cf CalculFiscaliteRachat)
               Move CodeProduitPC to CodeProduitOC
               Move NoContratPC to NoContratOC
               Perform ChargeDispenseFiscale
               Move MontantIC2 to MontantBrutFiscal
               Move ValeurCourantePC to ValeurFiscaleRachat
               Perform CalculFiscaliteRachat
               Move FiscaliteRachat to FraisControle
               Subtract FraisControle from MontantIC2
                   giving MontantNetControle
               evaluate true
                   when MontantNetControle > ValeurCourantePC
                       Move
                           "rachat net superieur a la valeur du contrat"
                           to MotifRejetLigne
                       Perform RejeterInstruction
                   when MontantNetControle >
                        ValeurCourantePC - MontantSaisiPC
                       Move
                           "rachat net superieur a la valeur non saisie"
                           to MotifRejetLigne
                       Perform RejeterInstruction
                   when ValeurResidMin of Tab > 0
                    and ValeurCourantePC - MontantNetControle
                        < ValeurResidMin of Tab
                       Move
                           "sous la valeur residuelle minimum du produit"
                           to MotifRejetLigne
                       Perform RejeterInstruction
                       Perform SignaleInstructionSousResiduel
                   when other
                       Perform PoseInstructionEnAttente
               end-evaluate
           else
               Perform PoseInstructionEnAttente
           end-if.

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

      *   Rachats anterieurs sans part de plus-value enregistree : tout
      *   leur montant compte comme capital rendu
           EXEC SQL
               SELECT COALESCE(SUM(MontantOperation
                - COALESCE(PartPlusValue, 0)), 0)
               INTO :CapitalRenduFiscal
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND TypeOperation = 'R')
           END-EXEC

      *   Contrat recu par transfert entrant : sa souscription 'S'
      *   porte tout le montant transfere, dont les plus-values
      *   acquises chez l'etablissement d'origine - elles ne sont pas
      *   des primes (cf TransfertsEntrants)
           EXEC SQL
               SELECT COALESCE(SUM(MontantPlusValues), 0)
               INTO :PlusValuesTransFiscal
               FROM TransfertsEntrants
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
               AND EtatTransfert = 'R')
           END-EXEC

      *  Credit recu d'un transfert interne (arbitrage, partage) :
      *  la part de plus-value emportee du contrat source n'est pas
      *  une prime (cf TransfertsContrat)
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
      *  Dispense de prelevement forfaitaire du souscripteur
      *  (TiersSouscrPC) : valide si la fiche porte une dispense
      *  active dont l'annee de validite est l'annee de traitement -
      *  meme regle que ChargeDispenseFiscale dans Contrat_Epargne_Main
      *---------------------------------------------------------------
       ChargeDispenseFiscale.
           Move 0 to DispenseValide
           Move 0 to DispenseFiscT
           Move 0 to AnneeDispT

           EXEC SQL
               SELECT COALESCE(DispenseFisc, 0), COALESCE(AnneeDisp, 0)
               INTO :DispenseFiscT, :AnneeDispT
               FROM TiersSB
               WHERE IdTiers = :TiersSouscrPC
           END-EXEC

           If SQLCODE = 0
            and DispenseFiscT = 1
            and AnneeDispT = Annee of DateOperationContrat
               Move 1 to DispenseValide
           end-if.

      *---------------------------------------------------------------
      *  Mise en file d'approbation : demandeur 'PORTAIL' (la
      *  validation exige donc toujours un operateur), date de valeur
               write EnrFichierReponse
           end-if.

      *---------------------------------------------------------------
      *  Rachat portail sous la valeur residuelle minimum : tache
      *  RESIDU portant la reference portail de l'instruction
      *---------------------------------------------------------------
       SignaleInstructionSousResiduel.
           Add 1 to NbInstructionsResiduel
           Move 'S' to ActionTacheDT
           Move "RESIDU" to TypeTacheDT
           Move TiersSouscrPC to IdTiersDT
           Move CodeProduitPC to CodeProduitDT
           Move NoContratPC to NoContratDT
           Move RefPortailIC to ReferenceDT
           Move spaces to DateEcheanceDT
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateEcheanceDT
           end-string
           Move 2 to PrioriteDT
           Move "Rachat portail sous la valeur residuelle mini"
               to LibelleDT
           Move HorodatageBatch to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

       RejeterInstruction.
           Add 1 to NbInstructionsRejetees
           String RefPortailIC ";REJETE;" MotifRejetLigne
               " lue(s), " NbInstructionsAcceptees
               " en attente d'approbation, "
               NbInstructionsRejetees " rejetee(s) ".
           Display " Rachats sous la valeur residuelle minimum : "
               NbInstructionsResiduel " (cf taches RESIDU) ".
           Display " Reponse au portail :"
               " InstructionsClientsReponse.txt ".

      *---------------------------------------------------------------
      *  Fichier d'instructions presente au controle des fichiers
      *  recus - le montant est le 5e champ de la ligne
      *---------------------------------------------------------------
       ControleFichierEntrant.
           Move "ImportInstructionsClients" to JobCX
           Move "C:\fichiers-cobol\InstructionsClients.csv"
               to NomFichierCX
           Move 5 to RangMontantCX
           Move 0 to NoPassageCX
           Call 'ControleFichierRecu' using ControleReception.

      *---------------------------------------------------------------
      *  Controle des passages batch - meme principe que
      *  ImportVersementsAgence
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC

           If SQLCODE = 0
            and FichierAccepteCX = 1
            and FichierInstructionsStatus = "00"
               Perform IntegreFichierRecu
           end-if.

      *---------------------------------------------------------------
      *  Passage termine sur un fichier lu jusqu'au bout : l'inscription
      *  'C' du controle des fichiers recus passe 'I' integre. Un
      *  passage interrompu ou en echec la laisse 'C' et le meme
      *  fichier pourra etre represente sans etre pris pour un doublon
      *---------------------------------------------------------------
       IntegreFichierRecu.
           Move JobCX to NomFluxRF
           Move EmpreinteCX to EmpreinteRF
           Move NoPassageCX to NoPassageRF

           EXEC SQL
               UPDATE FichiersRecus
               SET EtatFichier = 'I'
               WHERE (NomFlux = :NomFluxRF
               AND Empreinte = :EmpreinteRF
               AND NoPassage = :NoPassageRF
               AND EtatFichier = 'C')
           END-EXEC.

      *---------------------------------------------------------------
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
               when SeuilEntreeBrutTxt of ligneProduit(IndexContrat)
                   is not numeric
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
