       program-id. ImportReferentielPays as
           "Contrat_Epargne_TS.ImportReferentielPays".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Fichier de reference des pays :
      *    ISO2;ISO3;Nom;UE;SEPA;CRS;RisqueEleve;Sanctions (indicateurs
      *    O/N) - le nom est celui qui s'ecrit dans l'adresse des Tiers.
      *    Encadre par ENTETE;... et TOTAL;NbLignes;0 (cf
      *    ControleFichierRecu)
           select FichierPays assign to
                "C:\fichiers-cobol\ReferentielPays.csv"
                organization is line sequential access sequential
                file status is FichierPaysStatus.

      *    Rapport de controle : creations, mises a jour, et les
      *    changements d'indicateurs qui touchent la conformite (haut
      *    risque, sanctions, CRS) - a relayer a la conformite avant le
      *    prochain passage de ClassificationRisqueKYC et du filtrage
           select FichierControlePays assign to
                "C:\fichiers-cobol\ImportReferentielPaysControle.txt"
                organization is line sequential access sequential
                file status is FichierControlePaysStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierPays record varying from 0 to 255.
       01 EnrFichierPays pic x(255).

       FD FichierControlePays record varying from 0 to 255.
       01 EnrFichierControlePays pic x(255).

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

       77  FichierPaysStatus       pic x(2).
       77  FichierControlePaysStatus pic x(2).
       77  FichierControlePaysOk   pic 9.
       77  EofPays                 pic 9.
       77  EnrLigneControlePays    pic X(255).

      *---------------------------------------------------------------
      * Decoupe d'une ligne du fichier de reference
      *---------------------------------------------------------------
       01  LignePays.
           05 CodeIso2PF           PIC X(2).
           05 CodeIso3PF           PIC X(3).
           05 NomPaysPF            PIC X(25).
           05 MembreUEPF           PIC X.
           05 MembreSepaPF         PIC X.
           05 ParticipantCrsPF     PIC X.
           05 RisqueElevePF        PIC X.
           05 SanctionsPF          PIC X.
       77  NbChampsPays            pic 9.

      *    Pays tel qu'il est au referentiel avant la mise a jour
       01  PaysActuel.
           05 CodeIso3Actuel       PIC X(3).
           05 NomPaysActuel        PIC X(25).
           05 MembreUEActuel       PIC X.
           05 MembreSepaActuel     PIC X.
           05 ParticipantCrsActuel PIC X.
           05 RisqueEleveActuel    PIC X.
           05 SanctionsActuel      PIC X.

       77  NbCrees                 pic 9(5) value 0.
       77  NbMisAJour              pic 9(5) value 0.
       77  NbInchanges             pic 9(5) value 0.
       77  NbRejetes               pic 9(5) value 0.
       77  NbAlertesConformite     pic 9(5) value 0.

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
      *  Mainline - chargement et rafraichissement du referentiel des
      *  pays depuis le fichier de reference : creation des pays
      *  inconnus, mise a jour des noms et indicateurs qui ont change.
      *  Les saisies d'adresse et de residence fiscale se controlent
      *  sur ce referentiel, et la classification KYC, le filtrage du
      *  stock et l'extrait CRS y lisent leurs listes de pays (cf
      *  RecherchePays)
      *---------------------------------------------------------------
       Debut.
           perform ImportReferentielPays-Init.
           perform ImportReferentielPays-Trt until EofPays = 1.
           perform ImportReferentielPays-Fin.
           goback.

       ImportReferentielPays-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to EofPays
               Move 1 to BatchRefuse
           else
               continue
           end-if.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.

           Move 0 to EofPays.

           If BatchRefuse = 0
               Perform DebutControleBatch
           end-if.

      *    Fichier refuse : le passage n'est pas termine, le fichier
      *    corrige pourra etre represente sur la periode
           If BatchRefuse = 0
               Perform ControleFichierEntrant
               If FichierAccepteCX = 0
                   Display " Fichier des pays refuse -"
                       " referentiel des pays inchange "
                   move 1 to EofPays
                   move 1 to BatchRefuse
               end-if
           end-if.

           If BatchRefuse = 0
               open input FichierPays
               evaluate FichierPaysStatus
                   when "00"
                       read FichierPays
                           at end move 1 to EofPays
                       end-read
                   when "35"
                       Display " Fichier des pays introuvable -"
                           " job interrompu "
                       move 1 to EofPays
                       move 1 to BatchRefuse
                   when other
                       Display " Erreur ouverture fichier des pays"
                           " - code " FichierPaysStatus
                       move 1 to EofPays
                       move 1 to BatchRefuse
               end-evaluate

               open output FichierControlePays
               evaluate FichierControlePaysStatus
                   when "00"
                       move 1 to FichierControlePaysOk
                       move
                  "Action;ISO2;ISO3;Nom;UE;SEPA;CRS;Risque;Sanctions"
                           to EnrFichierControlePays
                       write EnrFichierControlePays
                   when other
                       move 0 to FichierControlePaysOk
               end-evaluate
           end-if.

      *---------------------------------------------------------------
      *  Une ligne du fichier : creation ou mise a jour du pays
      *---------------------------------------------------------------
       ImportReferentielPays-Trt.
           If EnrFichierPays(1:6) not = "ENTETE"
            and EnrFichierPays(1:6) not = "TOTAL;"
               Perform TrtLignePays
           end-if.

           read FichierPays
               at end move 1 to EofPays
           end-read.

       TrtLignePays.
           Move spaces to LignePays
           Move 0 to NbChampsPays
           Unstring EnrFichierPays delimited by ";" into
               CodeIso2PF
               CodeIso3PF
               NomPaysPF
               MembreUEPF
               MembreSepaPF
               ParticipantCrsPF
               RisqueElevePF
               SanctionsPF
               Tallying in NbChampsPays
           end-Unstring

           Move Function Upper-case(CodeIso2PF) to CodeIso2PF
           Move Function Upper-case(CodeIso3PF) to CodeIso3PF
           Move Function Upper-case(NomPaysPF) to NomPaysPF

           If NbChampsPays >= 3
            and CodeIso2PF is alphabetic
            and CodeIso2PF(2:1) not = space
            and NomPaysPF not = spaces
               Perform NormaliseIndicateurs
               Perform MajPays
           else
               Add 1 to NbRejetes
               If FichierControlePaysOk = 1
                   Move spaces to EnrLigneControlePays
                   String "LIGNE REJETEE;" EnrFichierPays(1:80)
                       into EnrLigneControlePays
                   end-string
                   Move EnrLigneControlePays to EnrFichierControlePays
                   write EnrFichierControlePays
               end-if
           end-if.

      *    Un indicateur absent ou autre que O vaut N
       NormaliseIndicateurs.
           If MembreUEPF not = 'O'
               Move 'N' to MembreUEPF
           end-if
           If MembreSepaPF not = 'O'
               Move 'N' to MembreSepaPF
           end-if
           If ParticipantCrsPF not = 'O'
               Move 'N' to ParticipantCrsPF
           end-if
           If RisqueElevePF not = 'O'
               Move 'N' to RisqueElevePF
           end-if
           If SanctionsPF not = 'O'
               Move 'N' to SanctionsPF
           end-if.

       MajPays.
           Move CodeIso2PF to CodeIso2RP
           Move CodeIso3PF to CodeIso3RP
           Move NomPaysPF to NomPaysRP
           Move MembreUEPF to MembreUERP
           Move MembreSepaPF to MembreSepaRP
           Move ParticipantCrsPF to ParticipantCrsRP
           Move RisqueElevePF to RisqueEleveRP
           Move SanctionsPF to SanctionsRP

           Move spaces to PaysActuel
           EXEC SQL
               SELECT COALESCE(CodeIso3, ' '), NomPays,
                COALESCE(MembreUE, 'N'), COALESCE(MembreSepa, 'N'),
                COALESCE(ParticipantCrs, 'N'),
                COALESCE(RisqueEleve, 'N'), COALESCE(Sanctions, 'N')
               INTO :CodeIso3Actuel, :NomPaysActuel,
                :MembreUEActuel, :MembreSepaActuel,
                :ParticipantCrsActuel, :RisqueEleveActuel,
                :SanctionsActuel
               FROM ReferentielPays
               WHERE CodeIso2 = :CodeIso2RP
           END-EXEC

           evaluate true
               when SQLCODE = 100
      *            Pays inconnu : creation depuis le fichier
                   EXEC SQL
                       INSERT INTO ReferentielPays
                           (CodeIso2, CodeIso3, NomPays, MembreUE,
                            MembreSepa, ParticipantCrs, RisqueEleve,
                            Sanctions)
                       VALUES
                           (:CodeIso2RP, :CodeIso3RP, :NomPaysRP,
                            :MembreUERP, :MembreSepaRP,
                            :ParticipantCrsRP, :RisqueEleveRP,
                            :SanctionsRP)
                   END-EXEC
                   If SQLCODE = 0
                       Add 1 to NbCrees
                       Move "CREATION" to EnrLigneControlePays
                       Perform EcritActionPays
                   end-if
               when SQLCODE not = 0
                   Display " Erreur lecture ReferentielPays "
                       CodeIso2RP " - " SQLCODE
               when CodeIso3Actuel not = CodeIso3PF
                or NomPaysActuel not = NomPaysPF
                or MembreUEActuel not = MembreUEPF
                or MembreSepaActuel not = MembreSepaPF
                or ParticipantCrsActuel not = ParticipantCrsPF
                or RisqueEleveActuel not = RisqueElevePF
                or SanctionsActuel not = SanctionsPF
                   EXEC SQL
                       UPDATE ReferentielPays
                       SET CodeIso3 = :CodeIso3RP,
                           NomPays = :NomPaysRP,
                           MembreUE = :MembreUERP,
                           MembreSepa = :MembreSepaRP,
                           ParticipantCrs = :ParticipantCrsRP,
                           RisqueEleve = :RisqueEleveRP,
                           Sanctions = :SanctionsRP
                       WHERE CodeIso2 = :CodeIso2RP
                   END-EXEC
                   If SQLCODE = 0
                       Add 1 to NbMisAJour
                       Move "MISE A JOUR" to EnrLigneControlePays
                       Perform EcritActionPays
                       If ParticipantCrsActuel not = ParticipantCrsPF
                        or RisqueEleveActuel not = RisqueElevePF
                        or SanctionsActuel not = SanctionsPF
                           Add 1 to NbAlertesConformite
                           Move "CONFORMITE - INDICATEUR MODIFIE"
                               to EnrLigneControlePays
                           Perform EcritActionPays
                       end-if
                   end-if
               when other
                   Add 1 to NbInchanges
           end-evaluate.

      *    Ligne de rapport : action (placee par l'appelant) et pays
       EcritActionPays.
           If FichierControlePaysOk = 1
               Move spaces to EnrFichierControlePays
               String EnrLigneControlePays delimited by "  "
                   ';' CodeIso2PF         delimited by size
                   ';' CodeIso3PF         delimited by size
                   ';' NomPaysPF          delimited by "  "
                   ';' MembreUEPF         delimited by size
                   ';' MembreSepaPF       delimited by size
                   ';' ParticipantCrsPF   delimited by size
                   ';' RisqueElevePF      delimited by size
                   ';' SanctionsPF        delimited by size
                   into EnrFichierControlePays
               end-string
               write EnrFichierControlePays
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       ImportReferentielPays-Fin.
           If BatchRefuse = 0
               If FichierPaysStatus = "00"
                or FichierPaysStatus = "10"
                   close FichierPays
               end-if
               If FichierControlePaysOk = 1
                   close FichierControlePays
               end-if

               Perform FinControleBatch
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Referentiel des pays rafraichi : " NbCrees
               " creation(s), " NbMisAJour " mise(s) a jour, "
               NbInchanges " inchange(s), " NbRejetes
               " ligne(s) rejetee(s) ".
           Display " Indicateurs conformite modifies : "
               NbAlertesConformite
               " (rapport : ImportReferentielPaysControle.txt) ".

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
      *  Fichier de reference presente au controle des fichiers recus
      *  - flux sans montant
      *---------------------------------------------------------------
       ControleFichierEntrant.
           Move "ImportReferentielPays" to JobCX
           Move "C:\fichiers-cobol\ReferentielPays.csv"
               to NomFichierCX
           Move 0 to RangMontantCX
           Move 0 to NoPassageCX
           Call 'ControleFichierRecu' using ControleReception.

      *---------------------------------------------------------------
      *  Controle des passages batch - refus si la periode est deja
      *  terminee
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "ImportReferentielPays" to NomJobCB
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
               Move 1 to EofPays
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
           Compute NbTraitesCB = NbCrees + NbMisAJour

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
            and FichierPaysStatus = "00"
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

       end program ImportReferentielPays.
