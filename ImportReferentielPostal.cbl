       program-id. ImportReferentielPostal as
           "Contrat_Epargne_TS.ImportReferentielPostal".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Base officielle des codes postaux (La Poste) :
      *    CodeCommune;NomCommune;CodePostal;Ligne5;LibelleAcheminement
      *    - la ligne 5 (lieu-dit) n'est pas reprise. Encadre par
      *    ENTETE;... et TOTAL;NbLignes;0 (cf ControleFichierRecu)
           select FichierPostal assign to
                "C:\fichiers-cobol\ReferentielPostal.csv"
                organization is line sequential access sequential
                file status is FichierPostalStatus.

      *    Rapport de controle : lignes rejetees et bilan du passage
           select FichierControlePostal assign to
                "C:\fichiers-cobol\ImportReferentielPostalControle.txt"
                organization is line sequential access sequential
                file status is FichierControlePostalStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierPostal record varying from 0 to 255.
       01 EnrFichierPostal pic x(255).

       FD FichierControlePostal record varying from 0 to 255.
       01 EnrFichierControlePostal pic x(255).

       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.
       77  FichierDateTrtStatus    pic x(2).
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).

       77  FichierPostalStatus     pic x(2).
       77  FichierControlePostalStatus pic x(2).
       77  FichierControlePostalOk pic 9.
       77  EofPostal               pic 9.
       77  EnrLigneControlePostal  pic X(255).

      *---------------------------------------------------------------
      * Decoupe d'une ligne du fichier national
      *---------------------------------------------------------------
       01  LignePostale.
           05 CodeCommunePF        PIC X(5).
           05 NomCommunePF         PIC X(38).
           05 CodePostalPF         PIC X(5).
           05 Ligne5PF             PIC X(38).
           05 LibelleAcheminementPF PIC X(32).
       77  NbChampsPostal          pic 9.

       77  NomCommuneActuel        PIC X(38).
       77  DateChargementActuelle  PIC X(10).
       77  DateChargementPassage   PIC X(10).

       77  NbCrees                 pic 9(7) value 0.
       77  NbMisAJour              pic 9(7) value 0.
       77  NbInchanges             pic 9(7) value 0.
       77  NbRejetes               pic 9(7) value 0.
       77  NbSupprimes             pic 9(7) value 0.
       77  NbErreursBase           pic 9(7) value 0.

      *---------------------------------------------------------------
      * Controle des passages batch
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       77  NbPassagesTermines      pic 9(5).
       77  BatchRefuse             pic 9 value 0.
       01  HeureBatch.
           10 HeureBatchH          pic 99.
           10 HeureBatchMn         pic 99.
           10 HeureBatchSec        pic 99.
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

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - chargement et rafraichissement du referentiel
      *  postal depuis le fichier national : chaque ligne du fichier
      *  est creee ou mise a jour et marquee de la date du passage ;
      *  en fin de passage, les lignes que le fichier ne contient plus
      *  (codes postaux et communes supprimes ou fusionnes) sont
      *  retirees. Les saisies d'adresse et ControleAdressesTiers se
      *  controlent sur ce referentiel (cf ControleAdresse)
      *---------------------------------------------------------------
       Debut.
           perform ImportReferentielPostal-Init.
           perform ImportReferentielPostal-Trt until EofPostal = 1.
           perform ImportReferentielPostal-Fin.
           goback.

       ImportReferentielPostal-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to EofPostal
               Move 1 to BatchRefuse
           else
               continue
           end-if.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat
               into DateChargementPassage
           end-string.

           Move 0 to EofPostal.

           If BatchRefuse = 0
               Perform DebutControleBatch
           end-if.

      *    Fichier refuse : le passage n'est pas termine, le fichier
      *    corrige pourra etre represente sur la periode
           If BatchRefuse = 0
               Perform ControleFichierEntrant
               If FichierAccepteCX = 0
                   Display " Fichier des codes postaux refuse -"
                       " referentiel postal inchange "
                   move 1 to EofPostal
                   move 1 to BatchRefuse
               end-if
           end-if.

           If BatchRefuse = 0
               open input FichierPostal
               evaluate FichierPostalStatus
                   when "00"
                       read FichierPostal
                           at end move 1 to EofPostal
                       end-read
                   when "35"
                       Display " Fichier des codes postaux introuvable"
                           " - job interrompu "
                       move 1 to EofPostal
                       move 1 to BatchRefuse
                   when other
                       Display " Erreur ouverture fichier des codes"
                           " postaux - code " FichierPostalStatus
                       move 1 to EofPostal
                       move 1 to BatchRefuse
               end-evaluate

               open output FichierControlePostal
               evaluate FichierControlePostalStatus
                   when "00"
                       move 1 to FichierControlePostalOk
                       move "Action;Ligne du fichier"
                           to EnrFichierControlePostal
                       write EnrFichierControlePostal
                   when other
                       move 0 to FichierControlePostalOk
               end-evaluate
           end-if.

      *---------------------------------------------------------------
      *  Une ligne du fichier : creation ou mise a jour de la commune
      *---------------------------------------------------------------
       ImportReferentielPostal-Trt.
           If EnrFichierPostal(1:6) not = "ENTETE"
            and EnrFichierPostal(1:6) not = "TOTAL;"
               Perform TrtLignePostale
           end-if.

           read FichierPostal
               at end move 1 to EofPostal
           end-read.

       TrtLignePostale.
           Move spaces to LignePostale
           Move 0 to NbChampsPostal
           Unstring EnrFichierPostal delimited by ";" into
               CodeCommunePF
               NomCommunePF
               CodePostalPF
               Ligne5PF
               LibelleAcheminementPF
               Tallying in NbChampsPostal
           end-Unstring

           Move Function Upper-case(NomCommunePF) to NomCommunePF
           Move Function Upper-case(LibelleAcheminementPF)
               to LibelleAcheminementPF

      *    Libelle d'acheminement absent : la commune en tient lieu
           If LibelleAcheminementPF = spaces
               Move NomCommunePF to LibelleAcheminementPF
           end-if

           If NbChampsPostal >= 3
            and CodePostalPF is numeric
            and CodeCommunePF not = spaces
            and NomCommunePF not = spaces
               Perform MajCommunePostale
           else
               Add 1 to NbRejetes
               Move "LIGNE REJETEE" to EnrLigneControlePostal
               Perform EcritLigneControle
           end-if.

       MajCommunePostale.
           Move CodePostalPF to CodePostalPO
           Move CodeCommunePF to CodeCommunePO
           Move NomCommunePF to NomCommunePO
           Move LibelleAcheminementPF to LibelleAcheminementPO
           Move DateChargementPassage to DateChargementPO

           Move spaces to NomCommuneActuel
           Move spaces to DateChargementActuelle
           EXEC SQL
               SELECT NomCommune, COALESCE(DateChargement, ' ')
               INTO :NomCommuneActuel, :DateChargementActuelle
               FROM ReferentielPostal
               WHERE (CodePostal = :CodePostalPO
               AND CodeCommune = :CodeCommunePO
               AND LibelleAcheminement = :LibelleAcheminementPO)
           END-EXEC

           evaluate true
               when SQLCODE = 100
      *            Commune nouvelle pour ce code postal
                   EXEC SQL
                       INSERT INTO ReferentielPostal
                           (CodePostal, CodeCommune, NomCommune,
                            LibelleAcheminement, DateChargement)
                       VALUES
                           (:CodePostalPO, :CodeCommunePO,
                            :NomCommunePO, :LibelleAcheminementPO,
                            :DateChargementPO)
                   END-EXEC
                   If SQLCODE = 0
                       Add 1 to NbCrees
                   else
                       Add 1 to NbErreursBase
                   end-if
               when SQLCODE not = 0
                   Add 1 to NbErreursBase
                   Display " Erreur lecture ReferentielPostal "
                       CodePostalPO " " CodeCommunePO " - " SQLCODE
      *        Ligne deja marquee par ce passage (ligne 5 differente
      *        dans le fichier national) : rien a faire
               when DateChargementActuelle = DateChargementPassage
                   continue
               when other
      *            Ligne toujours presente : marquee du passage, et le
      *            nom de la commune repris s'il a change
                   EXEC SQL
                       UPDATE ReferentielPostal
                       SET NomCommune = :NomCommunePO,
                           DateChargement = :DateChargementPO
                       WHERE (CodePostal = :CodePostalPO
                       AND CodeCommune = :CodeCommunePO
                       AND LibelleAcheminement = :LibelleAcheminementPO)
                   END-EXEC
                   evaluate true
                       when SQLCODE not = 0
                           Add 1 to NbErreursBase
                       when NomCommuneActuel not = NomCommunePF
                           Add 1 to NbMisAJour
                           Move "MISE A JOUR" to EnrLigneControlePostal
                           Perform EcritLigneControle
                       when other
                           Add 1 to NbInchanges
                   end-evaluate
           end-evaluate.

      *    Ligne de rapport : action (placee par l'appelant) et ligne
      *    du fichier
       EcritLigneControle.
           If FichierControlePostalOk = 1
               Move spaces to EnrFichierControlePostal
               String EnrLigneControlePostal delimited by "  "
                   ';' EnrFichierPostal(1:120) delimited by size
                   into EnrFichierControlePostal
               end-string
               write EnrFichierControlePostal
           end-if.

      *---------------------------------------------------------------
      *  Lignes absentes du fichier national : retirees du referentiel,
      *  seulement si le passage a charge le fichier sans erreur base -
      *  un chargement partiel ne doit pas vider le referentiel
      *---------------------------------------------------------------
       PurgeCommunesDisparues.
           If NbErreursBase = 0
            and NbCrees + NbMisAJour + NbInchanges > 0
               Move DateChargementPassage to DateChargementPO
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbSupprimes
                   FROM ReferentielPostal
                   WHERE COALESCE(DateChargement, ' ')
                       < :DateChargementPO
               END-EXEC
               If SQLCODE = 0 and NbSupprimes > 0
                   EXEC SQL
                       DELETE FROM ReferentielPostal
                       WHERE COALESCE(DateChargement, ' ')
                           < :DateChargementPO
                   END-EXEC
                   If SQLCODE not = 0
                       Move 0 to NbSupprimes
                   end-if
               end-if
           else
               Display " Referentiel postal non purge : passage"
                   " incomplet (" NbErreursBase " erreur(s) base) "
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       ImportReferentielPostal-Fin.
           If BatchRefuse = 0
               If FichierPostalStatus = "00"
                or FichierPostalStatus = "10"
                   close FichierPostal
               end-if

               Perform PurgeCommunesDisparues

               If FichierControlePostalOk = 1
                   Move spaces to EnrFichierControlePostal
                   String "BILAN;" NbCrees " creation(s);"
                       NbMisAJour " mise(s) a jour;"
                       NbSupprimes " suppression(s);"
                       NbRejetes " rejet(s)"
                       into EnrFichierControlePostal
                   end-string
                   write EnrFichierControlePostal
                   close FichierControlePostal
               end-if

               Perform FinControleBatch
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Referentiel postal rafraichi : " NbCrees
               " creation(s), " NbMisAJour " mise(s) a jour, "
               NbInchanges " inchange(s), " NbSupprimes
               " suppression(s) ".
           Display " Lignes rejetees : " NbRejetes
               " (rapport : ImportReferentielPostalControle.txt) ".

      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge -
      *  un rattrapage se comptabilise ainsi au jour auquel il
      *  appartient (meme principe que la date de session des ecrans)
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
      *  Fichier national presente au controle des fichiers recus
      *  - flux sans montant
      *---------------------------------------------------------------
       ControleFichierEntrant.
           Move "ImportReferentielPostal" to JobCX
           Move "C:\fichiers-cobol\ReferentielPostal.csv"
               to NomFichierCX
           Move 0 to RangMontantCX
           Move 0 to NoPassageCX
           Call 'ControleFichierRecu' using ControleReception.

      *---------------------------------------------------------------
      *  Controle des passages batch - refus si la periode est deja
      *  terminee
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "ImportReferentielPostal" to NomJobCB
           Move PeriodeTraitement to PeriodeJobCB
           Move 0 to NbPassagesTermines

           EXEC SQL
               SELECT COUNT(*)
               INTO :NbPassagesTermines
               FROM ControleBatch
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'T')
           END-EXEC

           If NbPassagesTermines > 0
               Display " Passage deja termine pour la periode "
                   PeriodeTraitement
                   " - job refuse (cf table ControleBatch) "
               Move 1 to EofPostal
               Move 1 to BatchRefuse
           else
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
               END-EXEC
           end-if.

       FinControleBatch.
           ACCEPT HeureBatch from time
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat ' '
               HeureBatchH ':' HeureBatchMn ':' HeureBatchSec
               into HorodatageBatch
           end-string

           Move HorodatageBatch to DateFinCB
           Compute NbTraitesCB = NbCrees + NbMisAJour + NbSupprimes

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC

           If SQLCODE = 0
            and FichierAccepteCX = 1
            and FichierPostalStatus = "00"
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

       end program ImportReferentielPostal.
