       file-control.
      *    Fichier des rejets de prelevement remis par la banque
      *    (compte clos, provision insuffisante...) : une ligne par
      *    rejet - DateRejet;NoOrdre;Montant;Motif, encadree par
      *    ENTETE;... et TOTAL;NbLignes;TotalMontant (cf
      *    ControleFichierRecu)
           select FichierRejets assign to
                "C:\fichiers-cobol\RejetsPrelevement.csv"
                organization is line sequential access sequential
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

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".
               Mois of DateOperationContrat into PeriodeTraitement
           end-string
           Perform DebutControleBatch.
           Perform ControleFichierEntrant.

           If FichierAccepteCX = 0
               Display " Fichier des rejets refuse - aucun rejet"
                   " traite "
               move 1 to EofRejets
           else
               open input FichierRejets
               evaluate FichierRejetsStatus
                   when "00"
                       read FichierRejets
                           at end move 1 to EofRejets
                       end-read
                   when "35"
                       Display " Fichier des rejets introuvable - job"
                           " interrompu "
                       move 1 to EofRejets
                   when other
                       Display " Erreur ouverture fichier des rejets -"
                           " code " FichierRejetsStatus
                       move 1 to EofRejets
               end-evaluate
           end-if.

           open output FichierRapportRejets.
           evaluate FichierRapportRejetsStatus
           end-evaluate.

       RejetsPrelevement-Trt.
           If EnrFichierRejets(1:6) not = "ENTETE"
            and EnrFichierRejets(1:6) not = "TOTAL;"
               Perform TrtLigneRejet
           end-if.

           read FichierRejets
               at end move 1 to EofRejets
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,NoOperationOrigine
                   ,NoPassage)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:NoOperationOrigineOC
                   ,:NoPassageCB)
           END-EXEC

           If SQLCODE <> 0
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       RejetsPrelevement-Fin.
           If FichierRejetsStatus = "00"
            or FichierRejetsStatus = "10"
               close FichierRejets
           end-if.
           If FichierRapportRejetsOk = 1
               close FichierRapportRejets
           end-if.
               " lu(s), " NbRejetsTraites " traite(s), "
               NbRejetsAnomalie " anomalie(s) ".

      *---------------------------------------------------------------
      *  Fichier des rejets presente au controle des fichiers recus -
      *  le montant est le 3e champ de la ligne
      *---------------------------------------------------------------
       ControleFichierEntrant.
           Move "RejetsPrelevement" to JobCX
           Move "C:\fichiers-cobol\RejetsPrelevement.csv"
               to NomFichierCX
           Move 3 to RangMontantCX
           Move NoPassageCB to NoPassageCX
           Call 'ControleFichierRecu' using ControleReception.

      *---------------------------------------------------------------
      *  Controle des passages batch : job quotidien, trace sans refus
      *  de relancement (meme principe que RapprochementBancaire)
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
           END-EXEC.

       FinControleBatch.
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC

           If SQLCODE = 0
            and FichierAccepteCX = 1
            and FichierRejetsStatus = "00"
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

       end program RejetsPrelevement.
