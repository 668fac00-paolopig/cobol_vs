       file-control.
      *    Fichier officiel des etablissements bancaires :
      *    CodeBanque;NomBanque;Etat (O ouvert / F ferme) - la table
      *    Banque n'est plus ce dont on se souvenait d'avoir tape.
      *    Encadre par ENTETE;... et TOTAL;NbLignes;0 (cf
      *    ControleFichierRecu)
           select FichierEtablissements assign to
                "C:\fichiers-cobol\EtablissementsBancaires.csv"
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
                   Display " Fichier des etablissements refuse -"
                       " referentiel Banque inchange "
                   move 1 to EofEtablissements
                   move 1 to BatchRefuse
               end-if
           end-if.

           If BatchRefuse = 0
               open input FichierEtablissements
               evaluate FichierEtablissementsStatus
      *  Une ligne officielle : creation, renommage ou fermeture
      *---------------------------------------------------------------
       ImportEtablissements-Trt.
           If EnrFichierEtablissements(1:6) not = "ENTETE"
            and EnrFichierEtablissements(1:6) not = "TOTAL;"
               Perform TrtLigneEtablissement
           end-if.

           read FichierEtablissements
               at end move 1 to EofEtablissements
           end-read.

       TrtLigneEtablissement.
           Move spaces to LigneEtablissement
           Unstring EnrFichierEtablissements delimited by ";" into
               CodeBanqueTxt

           If NbChampsEtab >= 2 and CodeBanqueTxt is numeric
               Perform MajEtablissement
           end-if.

       MajEtablissement.
           Move CodeBanqueET to CodeBanque
               close FichierDateTraitement
           end-if.

      *---------------------------------------------------------------
      *  Fichier officiel presente au controle des fichiers recus -
      *  flux sans montant
      *---------------------------------------------------------------
       ControleFichierEntrant.
           Move "ImportEtablissements" to JobCX
           Move "C:\fichiers-cobol\EtablissementsBancaires.csv"
               to NomFichierCX
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
            and FichierEtablissementsStatus = "00"
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

       end program ImportEtablissements.
