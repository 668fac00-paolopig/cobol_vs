       program-id. ConversionPaysTiers as
           "Contrat_Epargne_TS.ConversionPaysTiers".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Correspondances optionnelles libelle;ISO2 pour les libelles
      *    que le referentiel ne reconnait pas (ANGLETERRE;GB ...) -
      *    completees par la gestion a partir du rapport des pays non
      *    resolus, puis la conversion est relancee
           select FichierCorrespondance assign to
                "C:\fichiers-cobol\CorrespondancePays.csv"
                organization is line sequential access sequential
                file status is FichierCorrespStatus.

      *    Pays non resolus : une ligne par Tiers dont le pays
      *    d'adresse ou de residence fiscale reste hors referentiel
           select FichierNonResolus assign to
                "C:\fichiers-cobol\ConversionPaysTiers.txt"
                organization is line sequential access sequential
                file status is FichierNonResolusStatus.

       data division.

       file section.
       FD FichierCorrespondance record varying from 0 to 255.
       01 EnrFichierCorrespondance pic x(255).

       FD FichierNonResolus record varying from 0 to 255.
       01 EnrFichierNonResolus pic x(255).

       working-storage section.

      *---------------------------------------------------------------
      * Conversion du stock de Tiers au referentiel des pays (cf
      * ImportReferentielPays, a charger avant) : le pays d'adresse
      * saisi en texte libre ("France", "FRANCE", "Fr", "FRA"...) est
      * reconnu par RecherchePays, ou par la table de correspondance,
      * et remplace par le nom du referentiel ; les pays de residence
      * fiscale (ISO2) sont controles. Ce qui ne se resout pas part au
      * rapport, a corriger en maintenance ou par une correspondance.
      * Utilitaire relancable sans risque : un Tiers deja au nom du
      * referentiel n'est pas retouche.
      *---------------------------------------------------------------

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  FichierCorrespStatus    pic x(2).
       77  FichierNonResolusStatus pic x(2).
       77  FichierNonResolusOk     pic 9.
       77  EofCorrespondance       pic 9.
       77  EnrLigneNonResolu       pic X(255).

       77  TiersEOF                pic 9.
       77  NbTiersLus              pic 9(5) value 0.
       77  NbTiersConvertis        pic 9(5) value 0.
       77  NbTiersDejaConformes    pic 9(5) value 0.
       77  NbPaysNonResolus        pic 9(5) value 0.
       77  NbResidencesInconnues   pic 9(5) value 0.
       77  IdTiersDisplay          pic Z(8)9.
       77  PaysAvant               pic X(25).
       77  CodeResidControle       pic X(2).

      *---------------------------------------------------------------
      * Table de correspondance chargee en memoire
      *---------------------------------------------------------------
       01  TableCorrespondance.
           05 LigneCorrespondance OCCURS 200 TIMES.
               10 LibelleCorresp   PIC X(25).
               10 CodeIso2Corresp  PIC X(2).
       77  NbCorrespondances       pic 9(3) value 0.
       77  IndexCorresp            pic 9(3).
       77  CorrespTrouvee          pic 9.
       77  LibelleCorrespLu        pic X(25).
       77  CodeIso2CorrespLu       pic X(2).
       77  LibelleCompare          pic X(25).

      *    Recherche au referentiel des pays (cf RecherchePays)
       01  DemandePays.
           05 SaisiePS             PIC X(25).
           05 CodeIso2PS           PIC X(2).
           05 CodeIso3PS           PIC X(3).
           05 NomPaysPS            PIC X(25).
           05 MembreUEPS           PIC X.
           05 MembreSepaPS         PIC X.
           05 ParticipantCrsPS     PIC X.
           05 RisqueElevePS        PIC X.
           05 SanctionsPS          PIC X.
           05 RetourPS             PIC 9.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - conversion du pays d'adresse du stock de Tiers
      *---------------------------------------------------------------
       Debut.
           perform ConversionPaysTiers-Init.
           perform ConversionPaysTiers-Trt until TiersEOF = 1.
           perform ConversionPaysTiers-Fin.
           goback.

       ConversionPaysTiers-Init.
           Move 0 to TiersEOF
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to TiersEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE TiersPays-Curseur CURSOR FOR
                Select IdTiers, Nom, Prenom, COALESCE(Pays, ' '),
                 COALESCE(PaysResidFisc, ' '),
                 COALESCE(PaysResidFisc2, ' ')
                From TiersSB
                Where COALESCE(FusionneVers, 0) = 0
                ORDER BY IdTiers
           END-EXEC.

           Perform ChargeCorrespondances.

           open output FichierNonResolus
           If FichierNonResolusStatus = "00"
               Move 1 to FichierNonResolusOk
               Move "IdTiers;Nom;Prenom;Zone;Valeur stockee"
                   to EnrFichierNonResolus
               write EnrFichierNonResolus
           else
               Move 0 to FichierNonResolusOk
               Display " Erreur ouverture rapport des pays non"
                   " resolus - code " FichierNonResolusStatus
           end-if.

           If TiersEOF = 0
               EXEC SQL
                   OPEN TiersPays-Curseur
               END-EXEC
           end-if.

      *---------------------------------------------------------------
      *  Un Tiers : pays d'adresse ramene au referentiel, residences
      *  fiscales controlees
      *---------------------------------------------------------------
       ConversionPaysTiers-Trt.
           EXEC SQL
               FETCH TiersPays-Curseur
                   INTO :IdTiers, :Nom, :Prenom, :Pays,
                    :PaysResidFiscT, :PaysResidFisc2T
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to TiersEOF
           else
               Add 1 to NbTiersLus
               Perform ConvertitPaysAdresse
               Move PaysResidFiscT to CodeResidControle
               Perform ControleResidenceFiscale
               Move PaysResidFisc2T to CodeResidControle
               Perform ControleResidenceFiscale
           end-if.

       ConvertitPaysAdresse.
           Move Pays of TiersSouscrBenef to PaysAvant
           Move PaysAvant to SaisiePS
           Call 'RecherchePays' using DemandePays

           If RetourPS = 1 and PaysAvant not = spaces
               Perform RechercheCorrespondance
           end-if

           evaluate true
               when RetourPS = 0 and NomPaysPS = PaysAvant
                   Add 1 to NbTiersDejaConformes
               when RetourPS = 0
                   Move NomPaysPS to Pays of TiersSouscrBenef
                   EXEC SQL
                       UPDATE TiersSB
                       SET Pays = :Pays
                       WHERE IdTiers = :IdTiers
                   END-EXEC
                   If SQLCODE = 0
                       Add 1 to NbTiersConvertis
                   else
                       Display " Erreur conversion pays du Tiers "
                           IdTiers
                   end-if
               when other
                   Add 1 to NbPaysNonResolus
                   Move "ADRESSE" to EnrLigneNonResolu
                   Move PaysAvant to LibelleCompare
                   Perform EcritNonResolu
           end-evaluate.

      *    Un code de residence fiscale renseigne doit etre au
      *    referentiel
       ControleResidenceFiscale.
           If CodeResidControle not = spaces
               Move CodeResidControle to SaisiePS
               Call 'RecherchePays' using DemandePays
               If RetourPS not = 0
                   Add 1 to NbResidencesInconnues
                   Move "RESIDENCE FISCALE" to EnrLigneNonResolu
                   Move CodeResidControle to LibelleCompare
                   Perform EcritNonResolu
               end-if
           end-if.

       EcritNonResolu.
           If FichierNonResolusOk = 1
               Move IdTiers of TiersSouscrBenef to IdTiersDisplay
               Move spaces to EnrFichierNonResolus
               String IdTiersDisplay              delimited by size
                   ';' Nom of TiersSouscrBenef     delimited by size
                   ';' Prenom of TiersSouscrBenef  delimited by size
                   ';' EnrLigneNonResolu           delimited by "  "
                   ';' LibelleCompare              delimited by size
                   into EnrFichierNonResolus
               end-string
               write EnrFichierNonResolus
           end-if.

      *---------------------------------------------------------------
      *  Libelle hors referentiel : table de correspondance, le code
      *  trouve est recherche a son tour au referentiel
      *---------------------------------------------------------------
       RechercheCorrespondance.
           Move Function Upper-case(PaysAvant) to LibelleCompare
           Move 0 to CorrespTrouvee
           Move 1 to IndexCorresp
           Perform RechercheCorrespondance-Trt
               until IndexCorresp > NbCorrespondances
                  or CorrespTrouvee = 1

           If CorrespTrouvee = 1
               Move CodeIso2Corresp(IndexCorresp) to SaisiePS
               Call 'RecherchePays' using DemandePays
           end-if.

       RechercheCorrespondance-Trt.
           If LibelleCorresp(IndexCorresp) = LibelleCompare
               Move 1 to CorrespTrouvee
           else
               Add 1 to IndexCorresp
           end-if.

       ChargeCorrespondances.
           Move 0 to NbCorrespondances
           Move 0 to EofCorrespondance
           open input FichierCorrespondance
           If FichierCorrespStatus = "00"
               read FichierCorrespondance
                   at end move 1 to EofCorrespondance
               end-read
               Perform ChargeCorrespondances-Trt
                   until EofCorrespondance = 1
               close FichierCorrespondance
           end-if.

       ChargeCorrespondances-Trt.
           Move spaces to LibelleCorrespLu
           Move spaces to CodeIso2CorrespLu
           Unstring EnrFichierCorrespondance delimited by ";" into
               LibelleCorrespLu
               CodeIso2CorrespLu
           end-Unstring

           If LibelleCorrespLu not = spaces
            and CodeIso2CorrespLu not = spaces
            and NbCorrespondances < 200
               Add 1 to NbCorrespondances
               Move Function Upper-case(LibelleCorrespLu)
                   to LibelleCorresp(NbCorrespondances)
               Move Function Upper-case(CodeIso2CorrespLu)
                   to CodeIso2Corresp(NbCorrespondances)
           end-if

           read FichierCorrespondance
               at end move 1 to EofCorrespondance
           end-read.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       ConversionPaysTiers-Fin.
           EXEC SQL
               CLOSE TiersPays-Curseur
           END-EXEC.

           If FichierNonResolusOk = 1
               close FichierNonResolus
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Conversion des pays du stock de Tiers : "
               NbTiersLus " lu(s), " NbTiersConvertis
               " converti(s), " NbTiersDejaConformes
               " deja conforme(s) ".
           Display " Pays d'adresse non resolus : " NbPaysNonResolus
               ", residences fiscales inconnues : "
               NbResidencesInconnues
               " (rapport : ConversionPaysTiers.txt) ".

       end program ConversionPaysTiers.
