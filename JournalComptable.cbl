      * Plan de correspondance : une paire de comptes par type
      * d'operation ('V' debit compte d'attente banque / credit
      * engagement contrat, 'F' credit produits de frais, etc.) -
      * revisable par la comptabilite sans toucher au programme.
      * Deux lignes hors types d'operation pour les caisses especes :
      * 'E' compte de caisse / compte de fonds en transit (remise en
      * banque), 'K' compte de manquant / compte d'excedent de caisse
      *---------------------------------------------------------------
       77  NbLignePlan             pic 99 value 0.
       77  EofImportPlan           pic 9.
       77  IndexRechPlan           pic 99.
       77  PlanTrouve              pic 9.
       01  PlanComptable.
           05 lignePlan OCCURS 20 TIMES.
             10 TypeOperationPlan  PIC X.
             10 CompteDebitPlan    PIC X(8).
             10 CompteCreditPlan   PIC X(8).
       77  SensEnCours             pic X.
       77  MontantDisplayJC        pic Z(12)9.99.
       77  LibelleEcriture         pic X(20).
       77  PieceEcriture           pic X(30).

      *---------------------------------------------------------------
      * Caisses especes : un versement regle en especes entre au
      * compte de caisse, un rachat en especes en sort ; chaque caisse
      * fermee de la periode remet en banque le compte moins le fond
      * (fonds en transit) et solde son ecart vise
      *---------------------------------------------------------------
       77  IndexPlanCaisse         pic 99 value 0.
       77  IndexPlanEcart          pic 99 value 0.
       77  CaissesEOF              pic 9.
       77  NbCaissesJournalisees   pic 9(5) value 0.
       77  MontantRemiseCaisse     pic S9(12)v99.

       77  PeriodeRecherche        pic X(10).

           EXEC SQL
               DECLARE OperationsJournal-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, NoOperation,
                 TypeOperation, MontantOperation, DateOperation,
                 COALESCE(NatureFrais, ' '),
                 COALESCE(ModeReglement, ' ')
                From OperationsCompte
                Where DateOperation LIKE :PeriodeRecherche
                ORDER BY DateOperation, CodeProduit, NoContrat,
                 NoOperation
           END-EXEC.

           EXEC SQL
               DECLARE CaissesJournal-Curseur CURSOR FOR
                Select Operateur, DateCaisse, FondInitial,
                 MontantCompte, EcartCaisse
                From Caisses
                Where DateCaisse LIKE :PeriodeRecherche
                 AND EtatCaisse = 'F'
                ORDER BY DateCaisse, Operateur
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Perform DebutControleBatch
           end-if.

      *    Lignes caisse du plan (absentes : les especes restent sur
      *    les comptes du type d'operation, pas d'ecriture de caisse)
           Move 'E' to TypeOperationOC
           Perform RecherchePlanCaisse
           Move IndexPlanEcart to IndexPlanCaisse
           Move 'K' to TypeOperationOC
           Perform RecherchePlanCaisse

           If BatchRefuse = 0
               EXEC SQL
                   OPEN OperationsJournal-Curseur
               FETCH OperationsJournal-Curseur
                   INTO :CodeProduitOC, :NoContratOC, :NoOperationOC,
                    :TypeOperationOC, :MontantOperationOC,
                    :DateOperationOC, :NatureFraisOC,
                    :ModeReglementOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
                           Move "RACHAT" to LibelleEcriture
                       When 'I'
                           Move "INTERETS" to LibelleEcriture
                       When 'B'
                           Move "PARTICIPATION BENEF" to LibelleEcriture
                       When 'D'
                           Move "GARANTIE DECES" to LibelleEcriture
                       When 'C'
                           Move "INDEMNITE RECLAM" to LibelleEcriture
      *                Memes comptes que les frais du plan, libelle
      *                distinct selon la nature de la ligne
                       When 'F'
                           Evaluate NatureFraisOC
                               When 'G'
                                   Move "FRAIS GESTION"
                                       to LibelleEcriture
                               When 'P'
                                   Move "PENALITE SORTIE"
                                       to LibelleEcriture
                               When other
                                   Move "FRAIS" to LibelleEcriture
                           End-evaluate
                       When 'P'
                           Move "PREL.SOCIAUX" to LibelleEcriture
                       When 'X'

                   Perform CumuleTypeJournalise

                   Move spaces to PieceEcriture
                   String CodeProduitOC ' ' NoContratOC ' '
                       NoOperationOC delimited by size
                       into PieceEcriture
                   end-string

      *            Especes : la caisse remplace le compte de banque
                   Move CompteDebitPlan of lignePlan(IndexRechPlan)
                       to CompteEnCours
                   If ModeReglementOC = 'E' and TypeOperationOC = 'V'
                    and IndexPlanCaisse > 0
                       Move CompteDebitPlan of lignePlan(IndexPlanCaisse)
                           to CompteEnCours
                   end-if
                   Move 'D' to SensEnCours
                   Perform EcritEcriture

                   Move CompteCreditPlan of lignePlan(IndexRechPlan)
                       to CompteEnCours
                   If ModeReglementOC = 'E' and TypeOperationOC = 'R'
                    and IndexPlanCaisse > 0
                       Move CompteDebitPlan of lignePlan(IndexPlanCaisse)
                           to CompteEnCours
                   end-if
                   Move 'C' to SensEnCours
                   Perform EcritEcriture
               else
               Add 1 to IndexRechPlan
           end-if.

      *    Ligne du plan de TypeOperationOC : indice dans
      *    IndexPlanEcart, 0 si absente
       RecherchePlanCaisse.
           Move 0 to PlanTrouve
           Move 1 to IndexRechPlan
           Perform RecherchePlan-Trt
               until IndexRechPlan > NbLignePlan
                  or PlanTrouve = 1
           If PlanTrouve = 1
               Move IndexRechPlan to IndexPlanEcart
           else
               Move 0 to IndexPlanEcart
           end-if.

      *---------------------------------------------------------------
      *  Une caisse fermee de la periode : remise en banque du compte
      *  moins le fond (debit fonds en transit / credit caisse, sens
      *  inverse si les sorties ont entame le fond), puis ecart vise -
      *  manquant au debit du compte de manquant, excedent au credit du
      *  compte d'excedent. Hors totaux de controle par type : ce ne
      *  sont pas des operations de contrat
      *---------------------------------------------------------------
       JournalCaisse-Trt.
           EXEC SQL
               FETCH CaissesJournal-Curseur
                   INTO :OperateurCA, :DateCaisseCA, :FondInitialCA,
                    :MontantCompteCA, :EcartCaisseCA
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to CaissesEOF
           else
               Add 1 to NbCaissesJournalisees
               Move DateCaisseCA to DateOperationOC
               Move spaces to PieceEcriture
               String "CAISSE " OperateurCA delimited by size
                   into PieceEcriture
               end-string

               Compute MontantRemiseCaisse = MontantCompteCA
                   - FondInitialCA
               If MontantRemiseCaisse not = 0
                   Move "REMISE CAISSE" to LibelleEcriture
                   If MontantRemiseCaisse > 0
                       Move MontantRemiseCaisse to MontantOperationOC
                       Move CompteCreditPlan of lignePlan(IndexPlanCaisse)
                           to CompteEnCours
                       Move 'D' to SensEnCours
                       Perform EcritEcriture
                       Move CompteDebitPlan of lignePlan(IndexPlanCaisse)
                           to CompteEnCours
                       Move 'C' to SensEnCours
                       Perform EcritEcriture
                   else
                       Compute MontantOperationOC = 0 - MontantRemiseCaisse
                       Move CompteDebitPlan of lignePlan(IndexPlanCaisse)
                           to CompteEnCours
                       Move 'D' to SensEnCours
                       Perform EcritEcriture
                       Move CompteCreditPlan of lignePlan(IndexPlanCaisse)
                           to CompteEnCours
                       Move 'C' to SensEnCours
                       Perform EcritEcriture
                   end-if
               end-if

               If EcartCaisseCA not = 0 and IndexPlanEcart > 0
                   Move "ECART CAISSE" to LibelleEcriture
                   If EcartCaisseCA < 0
                       Compute MontantOperationOC = 0 - EcartCaisseCA
                       Move CompteDebitPlan of lignePlan(IndexPlanEcart)
                           to CompteEnCours
                       Move 'D' to SensEnCours
                       Perform EcritEcriture
                       Move CompteDebitPlan of lignePlan(IndexPlanCaisse)
                           to CompteEnCours
                       Move 'C' to SensEnCours
                       Perform EcritEcriture
                   else
                       Move EcartCaisseCA to MontantOperationOC
                       Move CompteDebitPlan of lignePlan(IndexPlanCaisse)
                           to CompteEnCours
                       Move 'D' to SensEnCours
                       Perform EcritEcriture
                       Move CompteCreditPlan of lignePlan(IndexPlanEcart)
                           to CompteEnCours
                       Move 'C' to SensEnCours
                       Perform EcritEcriture
                   end-if
               end-if
           end-if.

       EcritEcriture.
           If FichierJournalOk = 1
               Move MontantOperationOC to MontantDisplayJC
               String DateOperationOC          delimited by size
                   ';' PieceEcriture            delimited by "  "
                   ';' CompteEnCours            delimited by size
                   ';' SensEnCours              delimited by size
                   ';' MontantDisplayJC         delimited by size
                   CLOSE OperationsJournal-Curseur
               END-EXEC

      *        Remises et ecarts des caisses especes fermees
               If IndexPlanCaisse > 0
                   EXEC SQL
                       OPEN CaissesJournal-Curseur
                   END-EXEC
                   Move 0 to CaissesEOF
                   Perform JournalCaisse-Trt until CaissesEOF = 1
                   EXEC SQL
                       CLOSE CaissesJournal-Curseur
                   END-EXEC
               end-if

      *        Versement des totaux par compte au grand livre : la
      *        balance generale s'editera depuis la table au lieu de
      *        re-saisir les pieds de journal
               NbOperationsSansCompte " operation(s) sans compte ".
           Display " Comptes verses au grand livre : "
               NbComptesVerses.
           If IndexPlanCaisse > 0
               Display " Caisses especes journalisees : "
                   NbCaissesJournalisees
           end-if.

           If TotalDebitGeneral not = TotalCreditGeneral
               Display " ATTENTION : journal desequilibre "
