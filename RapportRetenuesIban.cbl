       program-id. RapportRetenuesIban as
           "Contrat_Epargne_TS.RapportRetenuesIban".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Rapport hebdomadaire des virements retenus pour changement
      *    d'IBAN recent : retenues, liberations apres contre-appel et
      *    annulations des sept derniers jours, puis retenues en cours
           select FichierRetenues assign to
                "C:\fichiers-cobol\RapportRetenuesIban.txt"
                organization is line sequential access sequential
                file status is FichierRetenuesStatus.

       data division.

       file section.
       FD FichierRetenues record varying from 0 to 255.
       01 EnrFichierRetenues pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  FichierRetenuesStatus   pic x(2).
       77  FichierRetenuesOk       pic 9.
       77  EnrLigneRetenue         pic X(255).

       77  RetenuesEOF             pic 9.
       77  NbRetenuesSemaine       pic 9(5) value 0.
       77  NbLibereesSemaine       pic 9(5) value 0.
       77  NbAnnuleesSemaine       pic 9(5) value 0.
       77  NbRetenuesEnCours       pic 9(5) value 0.
       77  NbLignesRetenues        pic 9(5) value 0.
       77  EvenementRetenue        pic X(10).
       77  MontantRetenueDisplay   pic Z(11)9.99.
       77  IdTiersRetenueDisplay   pic Z(7)9.
       77  NbRetenuesDisplay       pic Z(4)9.

      *---------------------------------------------------------------
      * Debut de la semaine couverte : jour courant moins
      * NbJoursSemaine, par emprunt de mois
      *---------------------------------------------------------------
       77  NbJoursSemaine          pic 99 value 7.
       77  DateDebutSemaine        pic X(10).
       77  AnneeSemaine            pic 9999.
       77  MoisSemaine             pic S99.
       77  JourSemaine             pic S9(4).
       77  JourSemaineAff          pic 99.
       77  MoisSemaineAff          pic 99.

       01  TableJoursMoisVals.
           05 filler pic 99 value 31.
           05 filler pic 99 value 28.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
       01  TableJoursMois redefines TableJoursMoisVals.
           05 JoursMoisMax pic 99 occurs 12 times.

      *---------------------------------------------------------------
      * Controle des passages batch : rapport hebdomadaire en lecture
      * seule, trace sans refus de relancement
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       01  HeureBatch.
           10 HeureBatchH          pic 99.
           10 HeureBatchMn         pic 99.
           10 HeureBatchSec        pic 99.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Evenement pour le journal d'exploitation partage (cf
      * EcritJournalExploitation)
      *---------------------------------------------------------------
       01  EvenementExploitation.
           05 JobEvt               PIC X(30).
           05 SeveriteEvt          PIC X.
           05 CleEvt               PIC X(12).
           05 MessageEvt           PIC X(80).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - rapport hebdomadaire des retenues IBAN (cf
      *  ControleIbanRecent et OrdresRetenus dans Contrat_Epargne_Main)
      *  : une ligne par retenue posee, liberee ou annulee depuis
      *  DateDebutSemaine, et par retenue toujours en attente de
      *  contre-appel quelle que soit sa date
      *---------------------------------------------------------------
       Debut.
           Move "RapportRetenuesIban" to JobEvt
           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move "Lancement du passage" to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           perform RapportRetenuesIban-Init.
           perform RapportRetenuesIban-Trt until RetenuesEOF = 1.
           perform RapportRetenuesIban-Fin.
           goback.

       RapportRetenuesIban-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 'E' to SeveriteEvt
               Move "Connexion base impossible - job interrompu"
                   to MessageEvt
               Call 'EcritJournalExploitation'
                   using EvenementExploitation
               Move 1 to RetenuesEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE RetenuesSemaine-Curseur CURSOR FOR
                Select NoOrdre, IdTiers, Montant, DateRetenue,
                 DateChangement, OperateurChangement, StatutRetenue,
                 DateDecision, OperateurDecision, Commentaire
                From RetenuesIban
                Where (DateRetenue >= :DateDebutSemaine
                 OR DateDecision >= :DateDebutSemaine
                 OR StatutRetenue = 'R')
                ORDER BY StatutRetenue, NoOrdre
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform CalculeDebutSemaine.

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.

           EXEC SQL
               OPEN RetenuesSemaine-Curseur
           END-EXEC.

           Move 0 to RetenuesEOF.

           open output FichierRetenues.
           evaluate FichierRetenuesStatus
               when "00"
                   move 1 to FichierRetenuesOk
                   String "ENTETE;RETENUES IBAN DEPUIS LE;"
                       DateDebutSemaine
                       into EnrLigneRetenue
                   end-string
                   Move EnrLigneRetenue to EnrFichierRetenues
                   write EnrFichierRetenues
                   move "Evenement;NoOrdre;IdTiers;Montant;DateRetenue;IbanChangeLe;ChangePar;DateDecision;DecidePar;Commentaire"
                       to EnrFichierRetenues
                   write EnrFichierRetenues
               when other
                   move 0 to FichierRetenuesOk
                   Display " Erreur ouverture rapport retenues IBAN -"
                       " code " FichierRetenuesStatus
                   Move 'W' to SeveriteEvt
                   Move spaces to CleEvt
                   Move "Rapport retenues IBAN indisponible"
                       to MessageEvt
                   Call 'EcritJournalExploitation'
                       using EvenementExploitation
           end-evaluate.

      *---------------------------------------------------------------
      *  Jour courant moins NbJoursSemaine, par emprunt de mois
      *---------------------------------------------------------------
       CalculeDebutSemaine.
           Move Annee of DateOperationContrat to AnneeSemaine
           Move Mois of DateOperationContrat to MoisSemaine
           Compute JourSemaine = Jour of DateOperationContrat
               - NbJoursSemaine

           Perform EmprunteUnMoisSemaine until JourSemaine >= 1

           Move JourSemaine to JourSemaineAff
           Move MoisSemaine to MoisSemaineAff
           String AnneeSemaine '-' MoisSemaineAff '-' JourSemaineAff
               into DateDebutSemaine
           end-string.

       EmprunteUnMoisSemaine.
           Subtract 1 from MoisSemaine
           If MoisSemaine < 1
               Move 12 to MoisSemaine
               Subtract 1 from AnneeSemaine
           end-if
           Add JoursMoisMax(MoisSemaine) to JourSemaine.

       RapportRetenuesIban-Trt.
           Move spaces to DateDecisionRI
           Move spaces to OperateurDecisionRI
           Move spaces to CommentaireRI
           EXEC SQL
               FETCH RetenuesSemaine-Curseur
                   INTO :NoOrdreRI, :IdTiersRI, :MontantRI,
                    :DateRetenueRI, :DateChangementRI,
                    :OperateurChangementRI, :StatutRetenueRI,
                    :DateDecisionRI, :OperateurDecisionRI,
                    :CommentaireRI
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to RetenuesEOF
           else
               Perform QualifieRetenue
               Perform EcritLigneRetenue
           end-if.

      *---------------------------------------------------------------
      *  Evenement de la ligne et compteurs de la semaine : une
      *  retenue posee puis tranchee dans la semaine compte aux deux
      *---------------------------------------------------------------
       QualifieRetenue.
           If DateRetenueRI >= DateDebutSemaine
               Add 1 to NbRetenuesSemaine
           end-if

           Evaluate StatutRetenueRI
               When 'L'
                   Move "LIBEREE" to EvenementRetenue
                   Add 1 to NbLibereesSemaine
               When 'A'
                   Move "ANNULEE" to EvenementRetenue
                   Add 1 to NbAnnuleesSemaine
               When other
                   Add 1 to NbRetenuesEnCours
                   If DateRetenueRI >= DateDebutSemaine
                       Move "RETENUE" to EvenementRetenue
                   else
                       Move "EN ATTENTE" to EvenementRetenue
                   end-if
           End-evaluate.

       EcritLigneRetenue.
           Add 1 to NbLignesRetenues
           If FichierRetenuesOk = 1
               Move MontantRI to MontantRetenueDisplay
               Move IdTiersRI to IdTiersRetenueDisplay
               Move spaces to EnrLigneRetenue
               String EvenementRetenue         delimited by size
                   ';' NoOrdreRI                delimited by size
                   ';' IdTiersRetenueDisplay    delimited by size
                   ';' MontantRetenueDisplay    delimited by size
                   ';' DateRetenueRI            delimited by size
                   ';' DateChangementRI         delimited by size
                   ';' OperateurChangementRI    delimited by size
                   ';' DateDecisionRI           delimited by size
                   ';' OperateurDecisionRI      delimited by size
                   ';' CommentaireRI            delimited by size
                   into EnrLigneRetenue
               end-string
               Move EnrLigneRetenue to EnrFichierRetenues
               write EnrFichierRetenues
           end-if.

      *---------------------------------------------------------------
      *  Fermeture, totaux de la semaine et bilan du job
      *---------------------------------------------------------------
       RapportRetenuesIban-Fin.
           EXEC SQL
               CLOSE RetenuesSemaine-Curseur
           END-EXEC.

           If FichierRetenuesOk = 1
               Move NbRetenuesSemaine to NbRetenuesDisplay
               Move spaces to EnrLigneRetenue
               String "RETENUES;" NbRetenuesDisplay
                   into EnrLigneRetenue
               end-string
               Move EnrLigneRetenue to EnrFichierRetenues
               write EnrFichierRetenues

               Move NbLibereesSemaine to NbRetenuesDisplay
               Move spaces to EnrLigneRetenue
               String "LIBEREES;" NbRetenuesDisplay
                   into EnrLigneRetenue
               end-string
               Move EnrLigneRetenue to EnrFichierRetenues
               write EnrFichierRetenues

               Move NbAnnuleesSemaine to NbRetenuesDisplay
               Move spaces to EnrLigneRetenue
               String "ANNULEES;" NbRetenuesDisplay
                   into EnrLigneRetenue
               end-string
               Move EnrLigneRetenue to EnrFichierRetenues
               write EnrFichierRetenues

               Move NbRetenuesEnCours to NbRetenuesDisplay
               Move spaces to EnrLigneRetenue
               String "EN ATTENTE;" NbRetenuesDisplay
                   into EnrLigneRetenue
               end-string
               Move EnrLigneRetenue to EnrFichierRetenues
               write EnrFichierRetenues

               close FichierRetenues
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Retenues IBAN : " NbRetenuesSemaine
               " posee(s), " NbLibereesSemaine " liberee(s), "
               NbAnnuleesSemaine " annulee(s), " NbRetenuesEnCours
               " en attente (cf RapportRetenuesIban.txt) ".

           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           String "Fin du passage - " NbRetenuesEnCours
               " retenue(s) en attente de contre-appel"
               into MessageEvt
           end-string
           Call 'EcritJournalExploitation' using EvenementExploitation.

      *---------------------------------------------------------------
      *  Controle des passages batch : rapport hebdomadaire, trace
      *  sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "RapportRetenuesIban" to NomJobCB
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
           Move NbLignesRetenues to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program RapportRetenuesIban.
