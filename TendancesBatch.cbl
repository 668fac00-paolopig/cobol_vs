       program-id. TendancesBatch as
           "Contrat_Epargne_TS.TendancesBatch".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Rapport hebdomadaire des tendances des passages batch : par
      *    job, duree et volume des derniers passages termines, moyenne
      *    mobile, ecarts signales et projection vers la limite de la
      *    fenetre batch
           select FichierTendances assign to
                "C:\fichiers-cobol\TendancesBatch.txt"
                organization is line sequential access sequential
                file status is FichierTendancesStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee
      *    par l'exploitation pour un rattrapage - a defaut, l'horloge
      *    fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierTendances record varying from 0 to 255.
       01 EnrFichierTendances pic x(255).


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

       77  FichierTendancesStatus  pic x(2).
       77  FichierTendancesOk      pic 9.
       77  EnrLigneTendance        pic X(255).

      *---------------------------------------------------------------
      * Parametres de l'analyse : limite de la fenetre batch en
      * minutes (360 par defaut, CONTRAT_EPARGNE_FENETRE_BATCH pour
      * l'adapter), passages listes par job, profondeur de la moyenne
      * mobile (les passages precedents) et ecart en pour-cent au-dela
      * duquel un passage est signale. Un ecart de duree de moins de
      * 60 secondes n'est jamais signale (jobs de quelques secondes)
      *---------------------------------------------------------------
       77  FenetreBatchMinutes     pic 9(4) value 360.
       77  FenetreDemande          pic X(4).
       77  FenetreTxt              pic X(4) justified right.
       77  FenetreBatchSecondes    pic 9(7).
       77  NbPassagesListes        pic 99 value 10.
       77  NbPassagesMoyenne       pic 99 value 5.
       77  NbPassagesMoyenneMin    pic 99 value 3.
       77  SeuilEcartPct           pic 999 value 50.
       77  EcartDureeMin           pic 9(4) value 60.
       77  NbJoursSemaine          pic 99 value 7.

      *---------------------------------------------------------------
      * Passages termines d'un job, du plus recent (1) au plus ancien
      * - 15 au plus : les 10 listes et les 5 qui portent la moyenne
      * mobile du plus ancien liste
      *---------------------------------------------------------------
       77  PassagesEOF             pic 9.
       77  NomJobEnCours           pic X(30).
       77  NomJobLu                pic X(30).
       77  NbPassagesJob           pic 99.
       01  PassagesJob.
           05 PassageJob OCCURS 15 TIMES.
               10 PeriodeTB        pic X(7).
               10 DateDebutTB      pic X(19).
               10 QuantiemeDebutTB pic 9(7).
               10 DureeTB          pic 9(7).
               10 VolumeTB         pic 9(5).
       77  IndexPassage            pic 99.
       77  IndexMoyenne            pic 99.
       77  BorneMoyenne            pic 99.
       77  IndexPremierListe       pic 99.

      *    Horodatage AAAA-MM-JJ HH:MM:SS decoupe pour la duree et la
      *    cle du journal
       01  HorodatageDecoupe.
           05 DateHorodatage       pic X(10).
           05 filler               pic X.
           05 HeureHorodatage      pic 99.
           05 filler               pic X.
           05 MinuteHorodatage     pic 99.
           05 filler               pic X.
           05 SecondeHorodatage    pic 99.
       77  InstantDebut            pic 9(12).
       77  InstantFin              pic 9(12).
       77  DureeCalculee           pic S9(12).

      *    Moyenne mobile et ecarts d'un passage liste
       77  NbMoyenne               pic 99.
       77  CumulDureeMoyenne       pic 9(9).
       77  CumulVolumeMoyenne      pic 9(9).
       77  MoyenneDuree            pic 9(7).
       77  MoyenneVolume           pic 9(7).
       77  LimiteHaute             pic 9(9).
       77  LimiteBasse             pic 9(9).
       77  AlertePassage           pic X(40).
       77  AlerteTravail           pic X(40).
       77  SeveritePassage         pic X.
       77  PassageRecent           pic 9.
       77  QuantiemeDebutSemaine   pic 9(7).

      *    Tendance de duree (moindres carres sur les passages listes,
      *    en secondes par jour) et projection vers la fenetre
       77  NbPointsTendance        pic 99.
       77  AbscissePoint           pic S9(7).
       77  SommeX                  pic S9(9).
       77  SommeY                  pic S9(12).
       77  SommeXY                 pic S9(15).
       77  SommeXX                 pic S9(12).
       77  DenominateurTendance    pic S9(15).
       77  PenteDuree              pic S9(7)v9(4).
       77  NiveauDuree             pic 9(7).
       77  JoursAvantFenetre       pic 9(7).
       77  ProjectionFenetre       pic X(30).

      *    Zones d'edition
       77  DureeDisplay            pic Z(6)9.
       77  VolumeDisplay           pic Z(4)9.
       77  MoyenneDureeDisplay     pic Z(6)9.
       77  MoyenneVolumeDisplay    pic Z(6)9.
       77  PenteDisplay            pic -(6)9.99.
       77  JoursDisplay            pic Z(6)9.
       77  MinutesDisplay          pic Z(5)9.
       77  NbPassagesDisplay       pic Z9.

       77  NbJobsAnalyses          pic 9(5) value 0.
       77  NbPassagesSignales      pic 9(5) value 0.
       77  NbSignalesSemaine       pic 9(5) value 0.
       77  NbJobsFenetreProche     pic 9(5) value 0.

      *---------------------------------------------------------------
      * Quantieme absolu d'une date AAAA-MM-JJ (cf CalculeQuantieme)
      * pour compter les jours entre deux dates - bissextiles au sens
      * du multiple de 4, comme les autres calendriers du systeme
      *---------------------------------------------------------------
       77  DateQuantiemeTxt        pic X(10).
       01  DateQuantieme.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77  QuantiemeTravail        pic 9(7).
       77  AnneeQuotient           pic 9999.
       77  AnneeReste4             pic 9.

       01  TableCumulJoursVals.
           05 filler pic 999 value 0.
           05 filler pic 999 value 31.
           05 filler pic 999 value 59.
           05 filler pic 999 value 90.
           05 filler pic 999 value 120.
           05 filler pic 999 value 151.
           05 filler pic 999 value 181.
           05 filler pic 999 value 212.
           05 filler pic 999 value 243.
           05 filler pic 999 value 273.
           05 filler pic 999 value 304.
           05 filler pic 999 value 334.
       01  TableCumulJours redefines TableCumulJoursVals.
           05 CumulJoursMois pic 999 occurs 12 times.

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
      * EcritJournalExploitation) : chaque passage signale de la
      * semaine y est verse au nom du job concerne, pour la synthese
      * du matin (SyntheseExploitation)
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
      *  Mainline - tendances hebdomadaires des passages batch : les
      *  lignes ControleBatch terminees sont relues job par job, du
      *  plus recent au plus ancien ; chaque job donne ses derniers
      *  passages (duree, volume, moyenne mobile des precedents,
      *  ecart), sa pente de duree et le delai projete avant
      *  d'atteindre la fenetre batch. Les passages signales de la
      *  semaine partent au journal d'exploitation
      *---------------------------------------------------------------
       Debut.
           Move "TendancesBatch" to JobEvt
           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move "Lancement du passage" to MessageEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           perform TendancesBatch-Init.
           perform TendancesBatch-Trt until PassagesEOF = 1.
           perform TendancesBatch-Fin.
           goback.

       TendancesBatch-Init.
           Move 0 to PassagesEOF
           Move spaces to NomJobEnCours
           Move 0 to NbPassagesJob

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move "TendancesBatch" to JobEvt
               Move 'E' to SeveriteEvt
               Move "Connexion base impossible - job interrompu"
                   to MessageEvt
               Call 'EcritJournalExploitation' using EvenementExploitation
               Move 1 to PassagesEOF
           else
               continue
           end-if.

      *    Passages termines, par job puis du plus recent au plus
      *    ancien (les passages extournes 'A' et interrompus 'E' ne
      *    donnent pas de duree significative)
           EXEC SQL
               DECLARE PassagesTendance-Curseur CURSOR FOR
                Select NomJob, PeriodeJob, DateDebut, DateFin,
                 NbTraites
                From ControleBatch
                Where EtatJob = 'T'
                 AND DateFin > ' '
                ORDER BY NomJob, DateDebut DESC
           END-EXEC.

           Move spaces to FenetreDemande
           ACCEPT FenetreDemande
               FROM ENVIRONMENT "CONTRAT_EPARGNE_FENETRE_BATCH"
           If FenetreDemande not = spaces
               Move spaces to FenetreTxt
               Unstring FenetreDemande delimited by space
                   into FenetreTxt
               end-unstring
               Inspect FenetreTxt replacing leading space by '0'
               If FenetreTxt is numeric and FenetreTxt > "0000"
                   Move FenetreTxt to FenetreBatchMinutes
               end-if
           end-if
           Compute FenetreBatchSecondes = FenetreBatchMinutes * 60

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateJourRapport
           end-string.

      *    Debut de la semaine couverte par le journal d'exploitation
           Move DateJourRapport to DateQuantiemeTxt
           Perform ChargeQuantiemeDate
           Compute QuantiemeDebutSemaine = QuantiemeTravail
               - NbJoursSemaine

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           If PassagesEOF = 0
               Perform DebutControleBatch
           end-if.

           EXEC SQL
               OPEN PassagesTendance-Curseur
           END-EXEC.

           open output FichierTendances.
           evaluate FichierTendancesStatus
               when "00"
                   move 1 to FichierTendancesOk
                   Move FenetreBatchMinutes to MinutesDisplay
                   String "TENDANCES DES PASSAGES BATCH AU "
                       DateJourRapport
                       " - FENETRE BATCH " MinutesDisplay " MN"
                       " - ECART SIGNALE AU-DELA DE " SeuilEcartPct
                       " %"
                       delimited by size
                       into EnrLigneTendance
                   end-string
                   Move EnrLigneTendance to EnrFichierTendances
                   write EnrFichierTendances
                   move "Job;Periode;Debut;Duree(s);Volume;MoyenneDuree(s);MoyenneVolume;Alerte"
                       to EnrFichierTendances
                   write EnrFichierTendances
               when other
                   move 0 to FichierTendancesOk
                   Display " Erreur ouverture rapport tendances -"
                       " code " FichierTendancesStatus
                   Move 1 to PassagesEOF
           end-evaluate.

      *---------------------------------------------------------------
      *  Lecture d'un passage : rupture sur le nom du job, les 15
      *  passages les plus recents de chaque job sont retenus
      *---------------------------------------------------------------
       TendancesBatch-Trt.
           EXEC SQL
               FETCH PassagesTendance-Curseur
                   INTO :NomJobCB, :PeriodeJobCB, :DateDebutCB,
                    :DateFinCB, :NbTraitesCB
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to PassagesEOF
               If NbPassagesJob > 0
                   Perform AnalyseJob
               end-if
           else
               Move NomJobCB to NomJobLu
               If NomJobLu not = NomJobEnCours
                   If NbPassagesJob > 0
                       Perform AnalyseJob
                   end-if
                   Move NomJobLu to NomJobEnCours
                   Move 0 to NbPassagesJob
               end-if
               If NbPassagesJob < 15
                   Add 1 to NbPassagesJob
                   Perform RangePassage
               end-if
           end-if.

      *    Passage lu range au rang NbPassagesJob avec sa duree
       RangePassage.
           Move PeriodeJobCB to PeriodeTB(NbPassagesJob)
           Move DateDebutCB to DateDebutTB(NbPassagesJob)
           Move NbTraitesCB to VolumeTB(NbPassagesJob)

           Move DateDebutCB to HorodatageDecoupe
           Move DateHorodatage to DateQuantiemeTxt
           Perform ChargeQuantiemeDate
           Move QuantiemeTravail to QuantiemeDebutTB(NbPassagesJob)
           Compute InstantDebut = QuantiemeTravail * 86400
               + HeureHorodatage * 3600 + MinuteHorodatage * 60
               + SecondeHorodatage

           Move DateFinCB to HorodatageDecoupe
           Move DateHorodatage to DateQuantiemeTxt
           Perform ChargeQuantiemeDate
           Compute InstantFin = QuantiemeTravail * 86400
               + HeureHorodatage * 3600 + MinuteHorodatage * 60
               + SecondeHorodatage

      *    Un job qui passe minuit sous une date de traitement forcee
      *    garde la meme date de debut et de fin : un jour est ajoute
           Compute DureeCalculee = InstantFin - InstantDebut
           If DureeCalculee < 0
               Add 86400 to DureeCalculee
           end-if
           If DureeCalculee < 0
               Move 0 to DureeCalculee
           end-if
           Move DureeCalculee to DureeTB(NbPassagesJob).

      *---------------------------------------------------------------
      *  Un job : passages listes du plus ancien au plus recent, puis
      *  la ligne de synthese avec la tendance et la projection
      *---------------------------------------------------------------
       AnalyseJob.
           Add 1 to NbJobsAnalyses
           If NbPassagesJob > NbPassagesListes
               Move NbPassagesListes to IndexPremierListe
           else
               Move NbPassagesJob to IndexPremierListe
           end-if

           Move IndexPremierListe to IndexPassage
           Perform AnalysePassage
               until IndexPassage < 1

           Perform CalculeTendanceJob
           Perform EcritSyntheseJob.

      *---------------------------------------------------------------
      *  Un passage liste : moyenne mobile des NbPassagesMoyenne
      *  passages qui le precedent, ecarts de duree et de volume au-
      *  dela du seuil, depassement de la fenetre
      *---------------------------------------------------------------
       AnalysePassage.
           Move 0 to NbMoyenne
           Move 0 to CumulDureeMoyenne
           Move 0 to CumulVolumeMoyenne
           Compute IndexMoyenne = IndexPassage + 1
           Compute BorneMoyenne = IndexPassage + NbPassagesMoyenne
           If BorneMoyenne > NbPassagesJob
               Move NbPassagesJob to BorneMoyenne
           end-if
           Perform CumulePassageMoyenne
               until IndexMoyenne > BorneMoyenne

           Move 0 to MoyenneDuree
           Move 0 to MoyenneVolume
           If NbMoyenne > 0
               Compute MoyenneDuree rounded =
                   CumulDureeMoyenne / NbMoyenne
               Compute MoyenneVolume rounded =
                   CumulVolumeMoyenne / NbMoyenne
           end-if

           Move spaces to AlertePassage
           Move 'W' to SeveritePassage
           If NbMoyenne >= NbPassagesMoyenneMin
               Compute LimiteHaute rounded =
                   MoyenneDuree * (100 + SeuilEcartPct) / 100
               Compute LimiteBasse rounded =
                   MoyenneDuree * (100 - SeuilEcartPct) / 100
               If DureeTB(IndexPassage) > LimiteHaute
                and DureeTB(IndexPassage) - MoyenneDuree
                    >= EcartDureeMin
                   Perform AjouteAlerte-DureeHaute
               end-if
               If DureeTB(IndexPassage) < LimiteBasse
                and MoyenneDuree - DureeTB(IndexPassage)
                    >= EcartDureeMin
                   Perform AjouteAlerte-DureeBasse
               end-if

               Compute LimiteHaute rounded =
                   MoyenneVolume * (100 + SeuilEcartPct) / 100
               Compute LimiteBasse rounded =
                   MoyenneVolume * (100 - SeuilEcartPct) / 100
               If VolumeTB(IndexPassage) > LimiteHaute
                   Perform AjouteAlerte-VolumeHaut
               end-if
               If VolumeTB(IndexPassage) < LimiteBasse
                   Perform AjouteAlerte-VolumeBas
               end-if
           end-if
           If DureeTB(IndexPassage) > FenetreBatchSecondes
               Perform AjouteAlerte-Fenetre
           end-if

           Move 0 to PassageRecent
           If QuantiemeDebutTB(IndexPassage) > QuantiemeDebutSemaine
               Move 1 to PassageRecent
           end-if

           If AlertePassage not = spaces
               Add 1 to NbPassagesSignales
               If PassageRecent = 1
                   Add 1 to NbSignalesSemaine
                   Perform SignalePassageJournal
               end-if
           end-if

           Perform EcritLignePassage
           Subtract 1 from IndexPassage.

       CumulePassageMoyenne.
           Add 1 to NbMoyenne
           Add DureeTB(IndexMoyenne) to CumulDureeMoyenne
           Add VolumeTB(IndexMoyenne) to CumulVolumeMoyenne
           Add 1 to IndexMoyenne.

       AjouteAlerte-DureeHaute.
           Move AlertePassage to AlerteTravail
           String AlerteTravail delimited by "  "
               " DUREE+" delimited by size
               into AlertePassage
           end-string.

       AjouteAlerte-DureeBasse.
           Move AlertePassage to AlerteTravail
           String AlerteTravail delimited by "  "
               " DUREE-" delimited by size
               into AlertePassage
           end-string.

       AjouteAlerte-VolumeHaut.
           Move AlertePassage to AlerteTravail
           String AlerteTravail delimited by "  "
               " VOLUME+" delimited by size
               into AlertePassage
           end-string.

       AjouteAlerte-VolumeBas.
           Move AlertePassage to AlerteTravail
           String AlerteTravail delimited by "  "
               " VOLUME-" delimited by size
               into AlertePassage
           end-string.

       AjouteAlerte-Fenetre.
           Move 'E' to SeveritePassage
           Move AlertePassage to AlerteTravail
           String AlerteTravail delimited by "  "
               " FENETRE" delimited by size
               into AlertePassage
           end-string.

       EcritLignePassage.
           If FichierTendancesOk = 1
               Move DureeTB(IndexPassage) to DureeDisplay
               Move VolumeTB(IndexPassage) to VolumeDisplay
               Move MoyenneDuree to MoyenneDureeDisplay
               Move MoyenneVolume to MoyenneVolumeDisplay
               Move spaces to EnrLigneTendance
               String NomJobEnCours             delimited by space
                   ';' PeriodeTB(IndexPassage)   delimited by size
                   ';' DateDebutTB(IndexPassage) delimited by size
                   ';' DureeDisplay              delimited by size
                   ';' VolumeDisplay             delimited by size
                   ';' MoyenneDureeDisplay       delimited by size
                   ';' MoyenneVolumeDisplay      delimited by size
                   ';' AlertePassage             delimited by "  "
                   into EnrLigneTendance
               end-string
               Move EnrLigneTendance to EnrFichierTendances
               write EnrFichierTendances
           end-if.

      *    Passage signale de la semaine : un avertissement (une erreur
      *    si la fenetre est depassee) au nom du job concerne - la cle
      *    est le debut du passage en AAAAMMJJHHMM
       SignalePassageJournal.
           Move NomJobEnCours to JobEvt
           Move SeveritePassage to SeveriteEvt
           Move DateDebutTB(IndexPassage) to HorodatageDecoupe
           Move spaces to CleEvt
           String DateHorodatage(1:4) DateHorodatage(6:2)
               DateHorodatage(9:2) HeureHorodatage MinuteHorodatage
               delimited by size into CleEvt
           end-string
           Move DureeTB(IndexPassage) to DureeDisplay
           Move VolumeTB(IndexPassage) to VolumeDisplay
           Move MoyenneDuree to MoyenneDureeDisplay
           Move MoyenneVolume to MoyenneVolumeDisplay
           Move spaces to MessageEvt
           String "Tendance :" AlertePassage delimited by "  "
               " - duree " DureeDisplay "s (moy. " MoyenneDureeDisplay
               ") vol. " VolumeDisplay " (moy. " MoyenneVolumeDisplay
               ")" delimited by size
               into MessageEvt
           end-string
           Call 'EcritJournalExploitation' using EvenementExploitation.

      *---------------------------------------------------------------
      *  Tendance de duree du job : droite des moindres carres sur
      *  les passages listes (abscisse en jours depuis le plus ancien)
      *  ; le niveau actuel est la moyenne des derniers passages. Si
      *  la pente monte, delai en jours avant que ce niveau atteigne
      *  la fenetre batch
      *---------------------------------------------------------------
       CalculeTendanceJob.
           Move 0 to NbPointsTendance
           Move 0 to SommeX
           Move 0 to SommeY
           Move 0 to SommeXY
           Move 0 to SommeXX
           Move 0 to PenteDuree
           Move IndexPremierListe to IndexPassage
           Perform CumulePointTendance
               until IndexPassage < 1

           Compute DenominateurTendance =
               NbPointsTendance * SommeXX - SommeX * SommeX
           If NbPointsTendance >= NbPassagesMoyenneMin
            and DenominateurTendance > 0
               Compute PenteDuree rounded =
                   (NbPointsTendance * SommeXY - SommeX * SommeY)
                   / DenominateurTendance
                   on size error Move 0 to PenteDuree
               end-compute
           end-if

      *    Niveau actuel : moyenne des NbPassagesMoyenne plus recents
           Move 0 to NbMoyenne
           Move 0 to CumulDureeMoyenne
           Move 0 to CumulVolumeMoyenne
           Move 1 to IndexMoyenne
           Move NbPassagesMoyenne to BorneMoyenne
           If BorneMoyenne > NbPassagesJob
               Move NbPassagesJob to BorneMoyenne
           end-if
           Perform CumulePassageMoyenne
               until IndexMoyenne > BorneMoyenne
           Compute NiveauDuree rounded = CumulDureeMoyenne / NbMoyenne
           Compute MoyenneVolume rounded =
               CumulVolumeMoyenne / NbMoyenne

           Move spaces to ProjectionFenetre
           evaluate true
               when NiveauDuree >= FenetreBatchSecondes
                   Move "FENETRE ATTEINTE" to ProjectionFenetre
                   Add 1 to NbJobsFenetreProche
               when PenteDuree > 0
                   Compute JoursAvantFenetre rounded =
                       (FenetreBatchSecondes - NiveauDuree) / PenteDuree
                       on size error Move 9999999 to JoursAvantFenetre
                   end-compute
                   Move JoursAvantFenetre to JoursDisplay
                   String "FENETRE DANS " JoursDisplay " JOURS"
                       delimited by size
                       into ProjectionFenetre
                   end-string
                   If JoursAvantFenetre <= 90
                       Add 1 to NbJobsFenetreProche
                       Perform SignaleFenetreJournal
                   end-if
               when other
                   Move "STABLE" to ProjectionFenetre
           end-evaluate.

       CumulePointTendance.
           Add 1 to NbPointsTendance
           Compute AbscissePoint = QuantiemeDebutTB(IndexPassage)
               - QuantiemeDebutTB(IndexPremierListe)
           Add AbscissePoint to SommeX
           Add DureeTB(IndexPassage) to SommeY
           Compute SommeXY = SommeXY
               + AbscissePoint * DureeTB(IndexPassage)
           Compute SommeXX = SommeXX + AbscissePoint * AbscissePoint
           Subtract 1 from IndexPassage.

      *    Fenetre projetee a moins de trois mois : avertissement
       SignaleFenetreJournal.
           Move NomJobEnCours to JobEvt
           Move 'W' to SeveriteEvt
           Move DateJourRapport to CleEvt
           Move NiveauDuree to MoyenneDureeDisplay
           Move spaces to MessageEvt
           String "Tendance : duree moyenne " MoyenneDureeDisplay
               "s en hausse - " ProjectionFenetre
               delimited by size
               into MessageEvt
           end-string
           Call 'EcritJournalExploitation' using EvenementExploitation.

       EcritSyntheseJob.
           If FichierTendancesOk = 1
               Move NbPassagesJob to NbPassagesDisplay
               Move NiveauDuree to MoyenneDureeDisplay
               Move MoyenneVolume to MoyenneVolumeDisplay
               Move PenteDuree to PenteDisplay
               Move spaces to EnrLigneTendance
               String "SYNTHESE;" NomJobEnCours  delimited by space
                   ';' NbPassagesDisplay " passage(s)"
                                                 delimited by size
                   ';moyenne recente;' MoyenneDureeDisplay
                                                 delimited by size
                   ';' MoyenneVolumeDisplay      delimited by size
                   ';pente s/jour;' PenteDisplay delimited by size
                   ';' ProjectionFenetre         delimited by "  "
                   into EnrLigneTendance
               end-string
               Move EnrLigneTendance to EnrFichierTendances
               write EnrFichierTendances
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       TendancesBatch-Fin.
           EXEC SQL
               CLOSE PassagesTendance-Curseur
           END-EXEC.

           If FichierTendancesOk = 1
               close FichierTendances
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Move "TendancesBatch" to JobEvt
           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
           Move spaces to MessageEvt
           String "Jobs analyses : " NbJobsAnalyses
               ", passages signales de la semaine : " NbSignalesSemaine
               delimited by size
               into MessageEvt
           end-string
           Call 'EcritJournalExploitation' using EvenementExploitation.

           Display " Jobs analyses : " NbJobsAnalyses
               " passages signales : " NbPassagesSignales
               " dont semaine : " NbSignalesSemaine
               " fenetre proche : " NbJobsFenetreProche
               " (cf TendancesBatch.txt) ".

       ChargeQuantiemeDate.
           unstring DateQuantiemeTxt delimited by '-' into
               Annee of DateQuantieme
               Mois of DateQuantieme
               Jour of DateQuantieme
           end-unstring
           If Mois of DateQuantieme not numeric
            or Mois of DateQuantieme < 1 or Mois of DateQuantieme > 12
               Move 1 to Mois of DateQuantieme
           end-if
           Perform CalculeQuantieme.

       CalculeQuantieme.
           Compute QuantiemeTravail =
               Annee of DateQuantieme * 365
               + CumulJoursMois(Mois of DateQuantieme)
               + Jour of DateQuantieme
           Divide Annee of DateQuantieme by 4
               giving AnneeQuotient remainder AnneeReste4
           Add AnneeQuotient to QuantiemeTravail
           If AnneeReste4 = 0 and Mois of DateQuantieme <= 2
               Subtract 1 from QuantiemeTravail
           end-if.

      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge -
      *  la semaine couverte s'arrete alors a ce jour
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
      *  Controle des passages batch : rapport hebdomadaire, trace
      *  sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "TendancesBatch" to NomJobCB
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
           Move NbJobsAnalyses to NbTraitesCB
           Move "TendancesBatch" to NomJobCB
           Move PeriodeTraitement to PeriodeJobCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program TendancesBatch.
