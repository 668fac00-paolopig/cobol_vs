       program-id. RapportCaisses as
           "Contrat_Epargne_TS.RapportCaisses".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Rapport quotidien des caisses especes : une ligne par caisse
      *    de la journee (et par caisse d'une journee precedente encore
      *    ouverte ou en attente de visa), totaux et fonds en transit
           select FichierRapportCaisses assign to
                "C:\fichiers-cobol\RapportCaisses.txt"
                organization is line sequential access sequential
                file status is FichierRapportStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee
      *    par l'exploitation pour un rattrapage - a defaut, l'horloge
      *    fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierRapportCaisses record varying from 0 to 255.
       01 EnrFichierRapportCaisses pic x(255).


       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).
       77  DateJourRapport         pic X(10).
       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  FichierRapportStatus    pic x(2).
       77  FichierRapportOk        pic 9.
       77  EnrLigneRapport         pic X(255).

      *---------------------------------------------------------------
      * Une caisse : solde theorique (fond + entrees - sorties), compte
      * a l'arrete, ecart, et remise en banque (compte - fond) qui part
      * en fonds en transit - meme regle que JournalCaisse-Trt dans
      * JournalComptable
      *---------------------------------------------------------------
       77  CaissesEOF              pic 9.
       77  NbCaissesLues           pic 9(5) value 0.
       77  NbCaissesOuvertes       pic 9(5) value 0.
       77  NbCaissesAViser         pic 9(5) value 0.
       77  NbMouvementsCaisse      pic 9(5).
       77  MontantTheorique        pic S9(12)v99.
       77  MontantRemise           pic S9(12)v99.
       77  EtatCaisseLibelle       pic X(12).
       77  AlerteCaisse            pic X(16).
       77  FondDisplay             pic -(11)9.99.
       77  EntreesDisplay          pic -(11)9.99.
       77  SortiesDisplay          pic -(11)9.99.
       77  TheoriqueDisplay        pic -(11)9.99.
       77  CompteDisplay           pic -(11)9.99.
       77  EcartDisplay            pic -(11)9.99.
       77  RemiseDisplay           pic -(11)9.99.
       77  NbMouvementsDisplay     pic ZZZZ9.

      *    Totaux des caisses de la journee
       77  TotalEntreesJour        pic S9(12)v99 value 0.
       77  TotalSortiesJour        pic S9(12)v99 value 0.
       77  TotalEcartsJour         pic S9(12)v99 value 0.
       77  TotalTransitJour        pic S9(12)v99 value 0.
       77  NbCaissesJour           pic 9(5) value 0.

      *---------------------------------------------------------------
      * Controle des passages batch : rapport quotidien en lecture
      * seule, trace sans refus de relancement
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       01  HeureBatch.
           10 HeureBatchH          pic 99.
           10 HeureBatchMn         pic 99.
           10 HeureBatchSec        pic 99.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - rapport quotidien des caisses especes : caisses de
      *  la journee et caisses anterieures non soldees (encore
      *  ouvertes ou avec un ecart a viser)
      *---------------------------------------------------------------
       Debut.
           perform RapportCaisses-Init.
           perform RapportCaisses-Trt until CaissesEOF = 1.
           perform RapportCaisses-Fin.
           goback.

       RapportCaisses-Init.
           Move 0 to CaissesEOF

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to CaissesEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE CaissesRapport-Curseur CURSOR FOR
                Select Operateur, DateCaisse, FondInitial,
                 TotalEntrees, TotalSorties,
                 COALESCE(MontantCompte, 0), COALESCE(EcartCaisse, 0),
                 EtatCaisse, COALESCE(Superviseur, ' ')
                From Caisses
                Where DateCaisse = :DateJourRapport
                 OR EtatCaisse = 'O' OR EtatCaisse = 'E'
                ORDER BY DateCaisse, Operateur
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateJourRapport
           end-string.

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.

           EXEC SQL
               OPEN CaissesRapport-Curseur
           END-EXEC.

           open output FichierRapportCaisses.
           evaluate FichierRapportStatus
               when "00"
                   move 1 to FichierRapportOk
                   String "RAPPORT DES CAISSES ESPECES DU "
                       DateJourRapport
                       into EnrLigneRapport
                   end-string
                   Move EnrLigneRapport to EnrFichierRapportCaisses
                   write EnrFichierRapportCaisses
                   move "Operateur;Journee;Etat;Fond;Entrees;Sorties;Theorique;Compte;Ecart;RemiseTransit;Mouvements;Superviseur;Alerte"
                       to EnrFichierRapportCaisses
                   write EnrFichierRapportCaisses
               when other
                   move 0 to FichierRapportOk
                   Display " Erreur ouverture rapport caisses -"
                       " code " FichierRapportStatus
                   Move 1 to CaissesEOF
           end-evaluate.

       RapportCaisses-Trt.
           EXEC SQL
               FETCH CaissesRapport-Curseur
                   INTO :OperateurCA, :DateCaisseCA, :FondInitialCA,
                    :TotalEntreesCA, :TotalSortiesCA, :MontantCompteCA,
                    :EcartCaisseCA, :EtatCaisseCA, :SuperviseurCA
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to CaissesEOF
           else
               Add 1 to NbCaissesLues
               Perform CalculeCaisse
               Perform EcritLigneCaisse
           end-if.

      *---------------------------------------------------------------
      *  Soldes de la caisse, alerte et cumuls de la journee - seule
      *  une caisse fermee remet ses especes en banque
      *---------------------------------------------------------------
       CalculeCaisse.
           Compute MontantTheorique = FondInitialCA + TotalEntreesCA
               - TotalSortiesCA
           Move 0 to MontantRemise
           Move spaces to AlerteCaisse

           evaluate EtatCaisseCA
               when 'O'
                   Move "OUVERTE" to EtatCaisseLibelle
                   Move "NON ARRETEE" to AlerteCaisse
                   Add 1 to NbCaissesOuvertes
                   Move 0 to MontantCompteCA
                   Move 0 to EcartCaisseCA
               when 'E'
                   Move "ECART A VISER" to EtatCaisseLibelle
                   Move "VISA ATTENDU" to AlerteCaisse
                   Add 1 to NbCaissesAViser
               when other
                   Move "FERMEE" to EtatCaisseLibelle
                   Compute MontantRemise = MontantCompteCA
                       - FondInitialCA
           end-evaluate

           If DateCaisseCA not = DateJourRapport
               Move "JOURNEE ANTERIEURE" to AlerteCaisse
           end-if

           Move 0 to NbMouvementsCaisse
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbMouvementsCaisse
               FROM MouvementsCaisse
               WHERE (Operateur = :OperateurCA
               AND DateCaisse = :DateCaisseCA)
           END-EXEC
           If SQLCODE not = 0
               Move 0 to NbMouvementsCaisse
           end-if

           If DateCaisseCA = DateJourRapport
               Add 1 to NbCaissesJour
               Add TotalEntreesCA to TotalEntreesJour
               Add TotalSortiesCA to TotalSortiesJour
               Add EcartCaisseCA to TotalEcartsJour
               Add MontantRemise to TotalTransitJour
           end-if.

       EcritLigneCaisse.
           If FichierRapportOk = 1
               Move FondInitialCA to FondDisplay
               Move TotalEntreesCA to EntreesDisplay
               Move TotalSortiesCA to SortiesDisplay
               Move MontantTheorique to TheoriqueDisplay
               Move MontantCompteCA to CompteDisplay
               Move EcartCaisseCA to EcartDisplay
               Move MontantRemise to RemiseDisplay
               Move NbMouvementsCaisse to NbMouvementsDisplay
               Move spaces to EnrLigneRapport
               String OperateurCA               delimited by space
                   ';' DateCaisseCA              delimited by size
                   ';' EtatCaisseLibelle         delimited by "  "
                   ';' FondDisplay               delimited by size
                   ';' EntreesDisplay            delimited by size
                   ';' SortiesDisplay            delimited by size
                   ';' TheoriqueDisplay          delimited by size
                   ';' CompteDisplay             delimited by size
                   ';' EcartDisplay              delimited by size
                   ';' RemiseDisplay             delimited by size
                   ';' NbMouvementsDisplay       delimited by size
                   ';' SuperviseurCA             delimited by space
                   ';' AlerteCaisse              delimited by "  "
                   into EnrLigneRapport
               end-string
               Move EnrLigneRapport to EnrFichierRapportCaisses
               write EnrFichierRapportCaisses
           end-if.

      *---------------------------------------------------------------
      *  Fermeture, totaux de la journee et bilan du job
      *---------------------------------------------------------------
       RapportCaisses-Fin.
           EXEC SQL
               CLOSE CaissesRapport-Curseur
           END-EXEC.

           If FichierRapportOk = 1
               Move TotalEntreesJour to EntreesDisplay
               Move TotalSortiesJour to SortiesDisplay
               Move TotalEcartsJour to EcartDisplay
               Move TotalTransitJour to RemiseDisplay
               Move NbCaissesJour to NbMouvementsDisplay
               Move spaces to EnrLigneRapport
               String "TOTAL JOURNEE;" DateJourRapport
                   ';' NbMouvementsDisplay " caisse(s)"
                   ';;' EntreesDisplay
                   ';' SortiesDisplay
                   ';;;' EcartDisplay
                   ';' RemiseDisplay
                   delimited by size
                   into EnrLigneRapport
               end-string
               Move EnrLigneRapport to EnrFichierRapportCaisses
               write EnrFichierRapportCaisses

               Move spaces to EnrLigneRapport
               String "FONDS EN TRANSIT VERS LA BANQUE : "
                   RemiseDisplay
                   delimited by size
                   into EnrLigneRapport
               end-string
               Move EnrLigneRapport to EnrFichierRapportCaisses
               write EnrFichierRapportCaisses
               close FichierRapportCaisses
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Caisses listees : " NbCaissesLues
               " dont ouvertes : " NbCaissesOuvertes
               " ecarts a viser : " NbCaissesAViser
               " (cf RapportCaisses.txt) ".


      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge -
      *  le rapport porte alors sur ce jour (meme principe que
      *  CalculInteretMensuel)
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
      *  Controle des passages batch : rapport quotidien en
      *  lecture seule, trace sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "RapportCaisses" to NomJobCB
           Move PeriodeTraitement to PeriodeJobCB

           ACCEPT HeureBatch from time
           String DateJourRapport ' '
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
           String DateJourRapport ' '
               HeureBatchH ':' HeureBatchMn ':' HeureBatchSec
               into HorodatageBatch
           end-string

           Move HorodatageBatch to DateFinCB
           Move NbCaissesLues to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program RapportCaisses.
