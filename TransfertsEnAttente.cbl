       program-id. TransfertsEnAttente as
           "Contrat_Epargne_TS.TransfertsEnAttente".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Rapport de relance des transferts entrants dont les fonds
      *    de l'etablissement d'origine tardent au-dela du delai de
      *    surveillance
           select FichierAttentes assign to
                "C:\fichiers-cobol\TransfertsEnAttente.txt"
                organization is line sequential access sequential
                file status is FichierAttentesStatus.

       data division.

       file section.
       FD FichierAttentes record varying from 0 to 255.
       01 EnrFichierAttentes pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  FichierAttentesStatus   pic x(2).
       77  FichierAttentesOk       pic 9.
       77  EnrLigneAttente         pic X(255).

       77  ContratsEOF             pic 9.
       77  NbAttentesSignalees     pic 9(5) value 0.
       77  CodeBanqueDisplay       pic 9(5).

      *---------------------------------------------------------------
      * Delai de surveillance : un transfert entrant toujours en
      * attente des fonds DelaiAttenteJours apres sa saisie part au
      * rapport - l'etablissement d'origine dispose d'un mois pour
      * virer les fonds, le delai est donc plus long que celui des
      * souscriptions (cf SouscriptionsEnAttente, meme calcul de date
      * limite par emprunt de mois)
      *---------------------------------------------------------------
       77  DelaiAttenteJours       pic 999 value 30.
       77  DateLimiteAttente       pic X(10).
       77  AnneeLimite             pic 9999.
       77  MoisLimite              pic S99.
       77  JourLimite              pic S9(4).
       77  JourLimiteAff           pic 99.
       77  MoisLimiteAff           pic 99.
       77  MontantSouscrDisplay    pic Z(11)9.99.
       77  TiersSouscrPCDisplay    pic Z(8)9.

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
      * Controle des passages batch : rapport en lecture seule, trace
      * sans refus de relancement
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
      *  Mainline - relance des transferts entrants non recus : les
      *  transferts 'A' saisis depuis plus de DelaiAttenteJours
      *  partent au rapport avec l'etablissement et la reference
      *  d'origine, pour relance de l'etablissement par le back-office
      *---------------------------------------------------------------
       Debut.
           perform TransfertsEnAttente-Init.
           perform TransfertsEnAttente-Trt until ContratsEOF = 1.
           perform TransfertsEnAttente-Fin.
           goback.

       TransfertsEnAttente-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to ContratsEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE AttenteTransfert-Curseur CURSOR FOR
                Select TE.CodeProduit, TE.NoContrat, PC.TiersSouscr,
                 TE.CodeBanqueOrigine, COALESCE(B.NomBanque, ' '),
                 TE.RefContratOrigine, PC.MontantSouscr,
                 TE.DateSaisie, T.Nom, T.Prenom
                From TransfertsEntrants TE
                 Inner Join ProduitsClient PC
                  On PC.CodeProduit = TE.CodeProduit
                  And PC.NoContrat = TE.NoContrat
                 Inner Join TiersSB T
                  On T.IdTiers = PC.TiersSouscr
                 Left Join Banque B
                  On B.CodeBanque = TE.CodeBanqueOrigine
                Where TE.EtatTransfert = 'A'
                And TE.DateSaisie <= :DateLimiteAttente
                ORDER BY TE.DateSaisie, TE.CodeProduit, TE.NoContrat
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform CalculeDateLimite.

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.
           Move HorodatageBatch to PassageTaches.

           EXEC SQL
               OPEN AttenteTransfert-Curseur
           END-EXEC.

           Move 0 to ContratsEOF.

           open output FichierAttentes.
           evaluate FichierAttentesStatus
               when "00"
                   move 1 to FichierAttentesOk
                   move spaces to EnrFichierAttentes
                   String "CodeProduit;NoContrat;Souscripteur;"
                       "Nom;Prenom;BanqueOrigine;NomBanque;"
                       "RefOrigine;MontantTransfere;DateSaisie"
                       delimited by size into EnrFichierAttentes
                   end-string
                   write EnrFichierAttentes
               when other
                   move 0 to FichierAttentesOk
                   Display " Erreur ouverture rapport des attentes -"
                       " code " FichierAttentesStatus
                   Move 1 to ContratsEOF
           end-evaluate.

      *---------------------------------------------------------------
      *  Jour courant moins DelaiAttenteJours, par emprunt de mois
      *---------------------------------------------------------------
       CalculeDateLimite.
           Move Annee of DateOperationContrat to AnneeLimite
           Move Mois of DateOperationContrat to MoisLimite
           Compute JourLimite = Jour of DateOperationContrat
               - DelaiAttenteJours

           Perform EmprunteUnMoisLimite until JourLimite >= 1

           Move JourLimite to JourLimiteAff
           Move MoisLimite to MoisLimiteAff
           String AnneeLimite '-' MoisLimiteAff '-' JourLimiteAff
               into DateLimiteAttente
           end-string.

       EmprunteUnMoisLimite.
           Subtract 1 from MoisLimite
           If MoisLimite < 1
               Move 12 to MoisLimite
               Subtract 1 from AnneeLimite
           end-if
           Add JoursMoisMax(MoisLimite) to JourLimite.

       TransfertsEnAttente-Trt.
           EXEC SQL
               FETCH AttenteTransfert-Curseur
                   INTO :CodeProduitTE, :NoContratTE, :TiersSouscrPC,
                    :CodeBanqueOrigineTE, :NomBanque,
                    :RefContratOrigineTE, :MontantSouscrPC,
                    :DateSaisieTE, :Nom, :Prenom
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
           else
               Move TiersSouscrPC to TiersSouscrPCDisplay
               Move MontantSouscrPC to MontantSouscrDisplay
               Move CodeBanqueOrigineTE to CodeBanqueDisplay
               Move spaces to EnrLigneAttente
               String CodeProduitTE            delimited by size
                   ';' NoContratTE              delimited by size
                   ';' TiersSouscrPCDisplay     delimited by size
                   ';' Nom of TiersSouscrBenef  delimited by size
                   ';' Prenom of TiersSouscrBenef
                                                delimited by size
                   ';' CodeBanqueDisplay        delimited by size
                   ';' NomBanque                delimited by size
                   ';' RefContratOrigineTE      delimited by size
                   ';' MontantSouscrDisplay     delimited by size
                   ';' DateSaisieTE             delimited by size
                   into EnrLigneAttente
               end-string
               Move EnrLigneAttente to EnrFichierAttentes
               write EnrFichierAttentes
               Add 1 to NbAttentesSignalees

               Move "TRANSE" to TypeTacheDT
               Move TiersSouscrPC to IdTiersDT
               Move CodeProduitTE to CodeProduitDT
               Move NoContratTE to NoContratDT
               Move RefContratOrigineTE(1:12) to ReferenceDT
               Move PassageTaches(1:10) to DateEcheanceDT
               Move 2 to PrioriteDT
               Move spaces to LibelleDT
               String "Transfert entrant sans fonds depuis le "
                   DateSaisieTE delimited by size into LibelleDT
               end-string
               Perform SignaleTache
           end-if.

      *---------------------------------------------------------------
      *  Corbeille des taches : signalement du cas courant (type, cle,
      *  echeance, priorite et libelle poses par l'appelant), puis en
      *  fin de passage complet cloture des taches TRANSE levees
      *---------------------------------------------------------------
       SignaleTache.
           Move 'S' to ActionTacheDT
           Move PassageTaches to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

       CloturePassageTaches.
           Move 'F' to ActionTacheDT
           Move "TRANSE" to TypeTacheDT
           Move PassageTaches to PassageDT
           Move "BATCH" to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       TransfertsEnAttente-Fin.
           EXEC SQL
               CLOSE AttenteTransfert-Curseur
           END-EXEC.

           If FichierAttentesOk = 1
               Perform CloturePassageTaches
               close FichierAttentes
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Transferts entrants en attente des fonds depuis"
               " plus de " DelaiAttenteJours " jours : "
               NbAttentesSignalees.

      *---------------------------------------------------------------
      *  Controle des passages batch : rapport en lecture seule,
      *  trace sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "TransfertsEnAttente" to NomJobCB
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
           Move NbAttentesSignalees to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program TransfertsEnAttente.
