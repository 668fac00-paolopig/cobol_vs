       input-output section.
       file-control.
      *    Rebonds du jour remontes par la passerelle courriel : une
      *    adresse en echec par ligne, encadree par ENTETE;... et
      *    TOTAL;NbLignes;0 (cf ControleFichierRecu)
           select FichierRebonds assign to
                "C:\fichiers-cobol\RebondsCourriel.csv"
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

           Perform DebutControleBatch.

      *    Fichier refuse : le passage n'est pas termine, le fichier
      *    corrige pourra etre represente sur la periode
           If BatchRefuse = 0
               Perform ControleFichierEntrant
               If FichierAccepteCX = 0
                   Display " Fichier de rebonds refuse -"
                       " aucun rebond compte "
                   move 1 to EofRebonds
                   move 1 to BatchRefuse
               end-if
           end-if.

           If BatchRefuse = 0
               open input FichierRebonds
               evaluate FichierRebondsStatus
      *  leur compteur monter, l'invalidation tombe au seuil
      *---------------------------------------------------------------
       RebondsCourriel-Trt.
           If EnrFichierRebonds(1:6) not = "ENTETE"
            and EnrFichierRebonds(1:6) not = "TOTAL;"
               Perform TrtLigneRebond
           end-if.

           read FichierRebonds
               at end move 1 to EofRebonds
           end-read.

       TrtLigneRebond.
           Add 1 to NbLignesLues
           Move spaces to CourrielRebond
           Move EnrFichierRebonds(1:30) to CourrielRebond
                   Display " Adresse en rebond inconnue du stock : "
                       CourrielRebond
               end-if
           end-if.

       CompteRebondTiers.
           EXEC SQL
               close FichierDateTraitement
           end-if.

      *---------------------------------------------------------------
      *  Rebonds presentes au controle des fichiers recus - flux sans
      *  montant
      *---------------------------------------------------------------
       ControleFichierEntrant.
           Move "RebondsCourriel" to JobCX
           Move "C:\fichiers-cobol\RebondsCourriel.csv" to NomFichierCX
           Move 0 to RangMontantCX
           Move 0 to NoPassageCX
           Call 'ControleFichierRecu' using ControleReception.

      *---------------------------------------------------------------
      *  Controle des passages batch - refus si la periode est deja
      *  terminee
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC

           If SQLCODE = 0
            and FichierAccepteCX = 1
            and FichierRebondsStatus = "00"
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

       end program RebondsCourriel.
