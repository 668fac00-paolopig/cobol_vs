       program-id. ListeSaisiesOuvertes as
           "Contrat_Epargne_TS.ListeSaisiesOuvertes".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Listing mensuel du service juridique : saisies-attributions
      *    et ATD encore ouverts, par echeance, avec le detail du gel
      *    par contrat et les echeances depassees ou proches
           select FichierSaisiesOuvertes assign to
                "C:\fichiers-cobol\SaisiesOuvertes.txt"
                organization is line sequential access sequential
                file status is FichierSaisiesStatus.

       data division.

       file section.
       FD FichierSaisiesOuvertes record varying from 0 to 255.
       01 EnrFichierSaisiesOuvertes pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  FichierSaisiesStatus    pic x(2).
       77  FichierSaisiesOk        pic 9.
       77  EnrLigneSaisie          pic X(255).

       77  SaisiesEOF              pic 9.
       77  DetailEOF               pic 9.
       77  NbSaisiesListees        pic 9(5) value 0.
       77  NbSaisiesEchues         pic 9(5) value 0.
       77  IdTiersSaisieDisplay    pic Z(8)9.
       77  NoSaisieDisplay         pic Z(8)9.
       77  NoContratSaisieDisplay  pic Z(8)9.
       77  ReclameDisplay          pic Z(11)9.99.
       77  GeleDisplay             pic Z(11)9.99.
       77  AlerteSaisie            pic X(10).
       77  TotalGeleListe          pic 9(13)v99 value 0.

      *---------------------------------------------------------------
      * Borne d'alerte : jour courant plus DelaiAlerteJours, par
      * report de mois sur la table des jours - une echeance passee
      * est ECHUE, une echeance avant la borne est PROCHE
      *---------------------------------------------------------------
       77  DelaiAlerteJours        pic 999 value 30.
       77  DateJourSaisies         pic X(10).
       77  DateLimiteEcheance      pic X(10).
       77  AnneeLimite             pic 9999.
       77  MoisLimite              pic S99.
       77  JourLimite              pic S9(4).
       77  JourLimiteAff           pic 99.
       77  MoisLimiteAff           pic 99.

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
      * Controle des passages batch : rapport mensuel en lecture
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

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - listing des saisies ouvertes (cf RegistreSaisies
      *  dans Contrat_Epargne_Main) : une ligne par saisie, triee par
      *  echeance, suivie de la repartition du gel par contrat
      *---------------------------------------------------------------
       Debut.
           perform ListeSaisiesOuvertes-Init.
           perform ListeSaisiesOuvertes-Trt until SaisiesEOF = 1.
           perform ListeSaisiesOuvertes-Fin.
           goback.

       ListeSaisiesOuvertes-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to SaisiesEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE SaisiesOuvertes-Curseur CURSOR FOR
                Select S.NoSaisie, S.TypeSaisie, S.IdTiers, T.Nom,
                 T.Prenom, S.Creancier, S.Reference,
                 S.MontantReclame, S.MontantBloque,
                 S.DateReception, S.DateEcheance
                From SaisiesTiers S, TiersSB T
                Where T.IdTiers = S.IdTiers
                And S.EtatSaisie = 'O'
                ORDER BY S.DateEcheance, S.NoSaisie
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateJourSaisies
           end-string.
           Perform CalculeDateLimite.

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.
           Move HorodatageBatch to PassageTaches.

           EXEC SQL
               OPEN SaisiesOuvertes-Curseur
           END-EXEC.

           Move 0 to SaisiesEOF.

           open output FichierSaisiesOuvertes.
           evaluate FichierSaisiesStatus
               when "00"
                   move 1 to FichierSaisiesOk
                   Move spaces to EnrLigneSaisie
                   String "NoSaisie;Type;IdTiers;Nom;Prenom;Creancier;"
                       "Reference;Reclame;Gele;Reception;Echeance;"
                       "Alerte"
                       into EnrLigneSaisie
                   end-string
                   Move EnrLigneSaisie to EnrFichierSaisiesOuvertes
                   write EnrFichierSaisiesOuvertes
               when other
                   move 0 to FichierSaisiesOk
                   Display " Erreur ouverture listing des saisies -"
                       " code " FichierSaisiesStatus
                   Move 1 to SaisiesEOF
           end-evaluate.

      *---------------------------------------------------------------
      *  Jour courant + DelaiAlerteJours, par report de mois sur la
      *  table des jours (bissextile ignore, sans incidence sur un
      *  delai d'alerte)
      *---------------------------------------------------------------
       CalculeDateLimite.
           Move Annee of DateOperationContrat to AnneeLimite
           Move Mois of DateOperationContrat to MoisLimite
           Compute JourLimite = Jour of DateOperationContrat
               + DelaiAlerteJours

           Perform ReporteUnMoisLimite
               until JourLimite <= JoursMoisMax(MoisLimite)

           Move JourLimite to JourLimiteAff
           Move MoisLimite to MoisLimiteAff
           String AnneeLimite '-' MoisLimiteAff '-' JourLimiteAff
               into DateLimiteEcheance
           end-string.

       ReporteUnMoisLimite.
           Subtract JoursMoisMax(MoisLimite) from JourLimite
           Add 1 to MoisLimite
           If MoisLimite > 12
               Move 1 to MoisLimite
               Add 1 to AnneeLimite
           end-if.

       ListeSaisiesOuvertes-Trt.
           EXEC SQL
               FETCH SaisiesOuvertes-Curseur
                   INTO :NoSaisieST, :TypeSaisieST, :IdTiersST,
                    :Nom, :Prenom, :CreancierST, :ReferenceST,
                    :MontantReclameST, :MontantBloqueST,
                    :DateReceptionST, :DateEcheanceST
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to SaisiesEOF
           else
               Perform EcritSaisieOuverte
           end-if.

       EcritSaisieOuverte.
           evaluate true
               when DateEcheanceST < DateJourSaisies
                   Move "ECHUE" to AlerteSaisie
                   Add 1 to NbSaisiesEchues
               when DateEcheanceST <= DateLimiteEcheance
                   Move "PROCHE" to AlerteSaisie
               when other
                   Move spaces to AlerteSaisie
           end-evaluate

           Move NoSaisieST to NoSaisieDisplay
           Move IdTiersST to IdTiersSaisieDisplay
           Move MontantReclameST to ReclameDisplay
           Move MontantBloqueST to GeleDisplay
           Move spaces to EnrLigneSaisie
           String NoSaisieDisplay              delimited by size
               ';' TypeSaisieST                delimited by size
               ';' IdTiersSaisieDisplay        delimited by size
               ';' Nom of TiersSouscrBenef     delimited by size
               ';' Prenom of TiersSouscrBenef  delimited by size
               ';' CreancierST                 delimited by size
               ';' ReferenceST                 delimited by size
               ';' ReclameDisplay              delimited by size
               ';' GeleDisplay                 delimited by size
               ';' DateReceptionST             delimited by size
               ';' DateEcheanceST              delimited by size
               ';' AlerteSaisie                delimited by size
               into EnrLigneSaisie
           end-string
           Move EnrLigneSaisie to EnrFichierSaisiesOuvertes
           write EnrFichierSaisiesOuvertes

           Add MontantBloqueST to TotalGeleListe
           Add 1 to NbSaisiesListees

      *    Tache pour les saisies echues ou proches de l'echeance
           If AlerteSaisie not = spaces
               Move "SAISIE" to TypeTacheDT
               Move IdTiersST to IdTiersDT
               Move spaces to CodeProduitDT
               Move 0 to NoContratDT
               Move NoSaisieDisplay to ReferenceDT
               Move DateEcheanceST to DateEcheanceDT
               If AlerteSaisie = "ECHUE"
                   Move 1 to PrioriteDT
               else
                   Move 2 to PrioriteDT
               end-if
               Move spaces to LibelleDT
               String "Saisie " AlerteSaisie delimited by space
                   " - creancier " CreancierST delimited by size
                   into LibelleDT
               end-string
               Perform SignaleTache
           end-if

      *    Repartition du gel par contrat, sous la ligne de la saisie
           Move NoSaisieST to NoSaisieSC
           Move 0 to DetailEOF
           EXEC SQL
               OPEN SaisiesContrat-Curseur
           END-EXEC
           Perform EcritDetailSaisie until DetailEOF = 1
           EXEC SQL
               CLOSE SaisiesContrat-Curseur
           END-EXEC.

       EcritDetailSaisie.
           EXEC SQL
               FETCH SaisiesContrat-Curseur
                   INTO :CodeProduitSC, :NoContratSC, :MontantBloqueSC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to DetailEOF
           else
               Move NoContratSC to NoContratSaisieDisplay
               Move MontantBloqueSC to GeleDisplay
               Move spaces to EnrLigneSaisie
               String ";;;;;contrat " CodeProduitSC ' '
                   NoContratSaisieDisplay ";;;" GeleDisplay
                   delimited by size
                   into EnrLigneSaisie
               end-string
               Move EnrLigneSaisie to EnrFichierSaisiesOuvertes
               write EnrFichierSaisiesOuvertes
           end-if.

      *---------------------------------------------------------------
      *  Corbeille des taches : signalement du cas courant (type, cle,
      *  echeance, priorite et libelle poses par l'appelant), puis en
      *  fin de passage complet cloture des taches SAISIE levees
      *---------------------------------------------------------------
       SignaleTache.
           Move 'S' to ActionTacheDT
           Move PassageTaches to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

       CloturePassageTaches.
           Move 'F' to ActionTacheDT
           Move "SAISIE" to TypeTacheDT
           Move PassageTaches to PassageDT
           Move "BATCH" to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

      *---------------------------------------------------------------
      *  Fermeture, total gele et bilan du job
      *---------------------------------------------------------------
       ListeSaisiesOuvertes-Fin.
           EXEC SQL
               CLOSE SaisiesOuvertes-Curseur
           END-EXEC.

           If FichierSaisiesOk = 1
               Move TotalGeleListe to GeleDisplay
               Move spaces to EnrLigneSaisie
               String "TOTAL GELE;" GeleDisplay
                   into EnrLigneSaisie
               end-string
               Move EnrLigneSaisie to EnrFichierSaisiesOuvertes
               write EnrFichierSaisiesOuvertes
               Perform CloturePassageTaches
               close FichierSaisiesOuvertes
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Saisies ouvertes : " NbSaisiesListees
               " saisie(s) dont " NbSaisiesEchues " echue(s) ".

      *---------------------------------------------------------------
      *  Controle des passages batch : rapport mensuel en lecture
      *  seule, trace sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "ListeSaisiesOuvertes" to NomJobCB
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
           Move NbSaisiesListees to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program ListeSaisiesOuvertes.
