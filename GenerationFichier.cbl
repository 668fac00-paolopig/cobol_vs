       program-id. GenerationFichier as
           "Contrat_Epargne_TS.GenerationFichier".

      *---------------------------------------------------------------
      * Generations datees des fichiers de sortie : au lieu d'un
      * fichier cumulatif qui grossit sans fin, chaque sortie s'ecrit
      * dans la generation de la date de traitement metier -
      * C:\fichiers-cobol\<NomBase>-AAAAMMJJ<extension>, la date etant
      * celle de DateTraitement.txt (AAAA-MM-JJ) deposee par
      * l'exploitation, a defaut l'horloge. L'appelant recoit le nom
      * de la generation dans NomGenerationGN et l'ouvre comme avant.
      * La premiere demande d'une generation par un passage :
      *  - inscrit la generation au registre GenerationsFichier (une
      *    ligne par fichier de base et par date, cf
      *    RetentionGenerations qui purge ou archive les anciennes)
      *  - la liste au manifeste du jour
      *    ManifesteGenerations-AAAAMMJJ.txt : horodatage, programme,
      *    fichier de base, generation - une ligne par passage et par
      *    generation produite
      * RetourGN rend 0, ou 1 si le registre n'a pu etre mis a jour
      * (la generation reste utilisable)
      *---------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

           select FichierManifeste assign to NomFichierManifeste
                organization is line sequential access sequential
                file status is FichierManifesteStatus.

       data division.
       file section.
       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       FD FichierManifeste record varying from 0 to 255.
       01 EnrFichierManifeste pic x(255).

       working-storage section.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.
       77  FichierDateTrtStatus    pic x(2).
       77  FichierManifesteStatus  pic x(2).
       77  NomFichierManifeste     pic X(60).
       77  EnrLigneManifeste       pic X(255).

       01  DateGeneration.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       01  DateTraitementLue.
           05 AnneeDateTrtTxt      pic X(4).
           05 filler               pic X.
           05 MoisDateTrtTxt       pic X(2).
           05 filler               pic X.
           05 JourDateTrtTxt       pic X(2).
       77  DateGenerationTxt       pic X(10).
       01  HeureGeneration.
           10 HeureGenH            pic 99.
           10 HeureGenMn           pic 99.
           10 HeureGenSec          pic 99.
           10 HeureGenCent         pic 99.
       01  DateHorloge.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77  HorodatageGeneration    pic X(19).

      *---------------------------------------------------------------
      * Generations deja demandees par ce passage : inscrites et
      * listees au manifeste une seule fois, quel que soit le nombre
      * d'ouvertures
      *---------------------------------------------------------------
       01  GenerationsPassage.
           05 GenerationVue OCCURS 50 TIMES.
               10 NomGenerationVue pic X(60).
       77  NbGenerationsVues       pic 99 value 0.
       77  IndexGenerationVue      pic 99.
       77  GenerationDejaVue       pic 9.
       77  NbGenerationsExistantes pic 9(5).
       77  NomBaseInscrit          pic X(30).
       77  NomGenerationInscrit    pic X(60).
       77  ManifesteInscrit        pic X(10) value spaces.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".

       Linkage section.
       01 DemandeGeneration.
           05 NomBaseGN            PIC X(30).
           05 ExtensionGN          PIC X(4).
           05 ProgrammeGN          PIC X(30).
           05 NomGenerationGN      PIC X(60).
           05 DateGenerationGN     PIC X(10).
           05 RetourGN             PIC 9.

       procedure division using DemandeGeneration.
       Debut.
           Move 0 to RetourGN
           Perform ChargeDateGeneration

           Move spaces to NomGenerationGN
           String "C:\fichiers-cobol\"   delimited by size
               NomBaseGN                  delimited by space
               "-"                        delimited by size
               Annee of DateGeneration    delimited by size
               Mois of DateGeneration     delimited by size
               Jour of DateGeneration     delimited by size
               ExtensionGN                delimited by space
               into NomGenerationGN
           end-string
           Move DateGenerationTxt to DateGenerationGN

           Move 0 to GenerationDejaVue
           Move 1 to IndexGenerationVue
           Perform RechercheGenerationVue
               until IndexGenerationVue > NbGenerationsVues
                  or GenerationDejaVue = 1

           If GenerationDejaVue = 0
               If NbGenerationsVues < 50
                   Add 1 to NbGenerationsVues
                   Move NomGenerationGN
                       to NomGenerationVue(NbGenerationsVues)
               end-if
               ACCEPT HeureGeneration from time
               ACCEPT DateHorloge from date YYYYMMDD
               String Annee of DateHorloge '-'
                   Mois of DateHorloge '-'
                   Jour of DateHorloge ' '
                   HeureGenH ':' HeureGenMn ':' HeureGenSec
                   into HorodatageGeneration
               end-string
               Move NomBaseGN to NomBaseInscrit
               Move NomGenerationGN to NomGenerationInscrit
               Perform InscritGeneration
               Perform EcritManifeste
           end-if

           goback.

       RechercheGenerationVue.
           If NomGenerationVue(IndexGenerationVue) = NomGenerationGN
               Move 1 to GenerationDejaVue
           else
               Add 1 to IndexGenerationVue
           end-if.

      *---------------------------------------------------------------
      *  Date de la generation : DateTraitement.txt si l'exploitation
      *  l'a deposee, l'horloge sinon - relue a chaque demande, une
      *  session ouverte de part et d'autre de minuit change de
      *  generation
      *---------------------------------------------------------------
       ChargeDateGeneration.
           ACCEPT DateGeneration from date YYYYMMDD
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
                               to Annee of DateGeneration
                           move MoisDateTrtTxt
                               to Mois of DateGeneration
                           move JourDateTrtTxt
                               to Jour of DateGeneration
                       end-if
               end-read
               close FichierDateTraitement
           end-if

           Move spaces to DateGenerationTxt
           String Annee of DateGeneration '-'
               Mois of DateGeneration '-'
               Jour of DateGeneration into DateGenerationTxt
           end-string.

      *---------------------------------------------------------------
      *  Registre : la generation n'y entre qu'une fois, au nom du
      *  premier programme qui l'a produite
      *---------------------------------------------------------------
       InscritGeneration.
           Move NomBaseInscrit to NomBaseGF
           Move DateGenerationTxt to DateGenerationGF
           Move NomGenerationInscrit to NomGenerationGF
           Move ProgrammeGN to ProgrammeGF
           Move HorodatageGeneration to DateCreationGF
           Move 'P' to EtatGenerationGF
           Move spaces to DateRetentionGF

           Move 0 to NbGenerationsExistantes
           EXEC SQL
               SELECT COUNT(*)
               INTO :NbGenerationsExistantes
               FROM GenerationsFichier
               WHERE NomBase = :NomBaseGF
               AND DateGeneration = :DateGenerationGF
           END-EXEC

           If SQLCODE not = 0
               Move 1 to RetourGN
           else
               If NbGenerationsExistantes = 0
                   EXEC SQL
                       INSERT INTO GenerationsFichier
                           (NomBase, DateGeneration, NomGeneration,
                            Programme, DateCreation, EtatGeneration,
                            DateRetention)
                       VALUES
                           (:NomBaseGF, :DateGenerationGF,
                            :NomGenerationGF, :ProgrammeGF,
                            :DateCreationGF, :EtatGenerationGF,
                            :DateRetentionGF)
                   END-EXEC
                   If SQLCODE not = 0
                       Move 1 to RetourGN
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Manifeste du jour : une ligne par passage et par generation -
      *  il est lui-meme une generation, inscrite au registre pour
      *  passer a la retention comme les autres
      *---------------------------------------------------------------
       EcritManifeste.
           Move spaces to NomFichierManifeste
           String "C:\fichiers-cobol\ManifesteGenerations-"
               Annee of DateGeneration
               Mois of DateGeneration
               Jour of DateGeneration
               ".txt" into NomFichierManifeste
           end-string

           open extend FichierManifeste
           If FichierManifesteStatus = "00"
            or FichierManifesteStatus = "05"
               Move spaces to EnrLigneManifeste
               String HorodatageGeneration delimited by size
                   ';' ProgrammeGN         delimited by space
                   ';' NomBaseGN           delimited by space
                   ';' NomGenerationGN     delimited by space
                   into EnrLigneManifeste
               end-string
               Move EnrLigneManifeste to EnrFichierManifeste
               write EnrFichierManifeste
               close FichierManifeste
           end-if

           If ManifesteInscrit not = DateGenerationTxt
               Move DateGenerationTxt to ManifesteInscrit
               Move "ManifesteGenerations" to NomBaseInscrit
               Move NomFichierManifeste to NomGenerationInscrit
               Perform InscritGeneration
           end-if.
