       program-id. ControleAdressesTiers as
           "Contrat_Epargne_TS.ControleAdressesTiers".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Adresses a reprendre par la gestion (code postal inconnu,
      *    ville hors du code postal) et corrections faites par le job
           select FichierAdresses assign to
                "C:\fichiers-cobol\ControleAdressesTiers.txt"
                organization is line sequential access sequential
                file status is FichierAdressesStatus.

       data division.

       file section.
       FD FichierAdresses record varying from 0 to 255.
       01 EnrFichierAdresses pic x(255).

       working-storage section.

      *---------------------------------------------------------------
      * Controle du stock d'adresses francaises des Tiers au referentiel
      * postal (cf ImportReferentielPostal, a charger avant) : la ville
      * reconnue est ramenee a son libelle d'acheminement ; la ville
      * d'un code postal a commune unique, mal orthographiee (meme
      * initiale), est corrigee ; le reste part au rapport pour la
      * gestion, a corriger en maintenance des Tiers.
      * Utilitaire relancable sans risque : une adresse conforme n'est
      * pas retouchee.
      *---------------------------------------------------------------

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  FichierAdressesStatus   pic x(2).
       77  FichierAdressesOk       pic 9.
       77  AnomalieAdresse         pic X(30).
       77  PropositionAdresse      pic X(25).

       77  TiersEOF                pic 9.
       77  NbTiersLus              pic 9(5) value 0.
       77  NbAdressesFrance        pic 9(5) value 0.
       77  NbAdressesConformes     pic 9(5) value 0.
       77  NbVillesNormalisees     pic 9(5) value 0.
       77  NbVillesCorrigees       pic 9(5) value 0.
       77  NbAdressesARevoir       pic 9(5) value 0.
       77  NbErreursBase           pic 9(5) value 0.
       77  IdTiersDisplay          pic Z(8)9.
       77  NbCommunesDisplay       pic Z9.
       77  VilleAvant              pic X(25).
       77  InitialeVille           pic X.

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

      *    Controle au referentiel postal (cf ControleAdresse)
       01  DemandeAdresse.
           05 CodePostalAD         PIC X(5).
           05 VilleAD              PIC X(25).
           05 VilleNormaliseeAD    PIC X(25).
           05 NbCommunesAD         PIC 99.
           05 CommuneAD            PIC X(25) OCCURS 50 TIMES.
           05 RetourAD             PIC 9.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - controle des adresses francaises du stock de Tiers
      *---------------------------------------------------------------
       Debut.
           perform ControleAdressesTiers-Init.
           perform ControleAdressesTiers-Trt until TiersEOF = 1.
           perform ControleAdressesTiers-Fin.
           goback.

       ControleAdressesTiers-Init.
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
               DECLARE TiersAdresse-Curseur CURSOR FOR
                Select IdTiers, Nom, Prenom,
                 COALESCE(CodePostal, ' '), COALESCE(Ville, ' '),
                 COALESCE(Pays, ' ')
                From TiersSB
                Where COALESCE(FusionneVers, 0) = 0
                ORDER BY IdTiers
           END-EXEC.

           open output FichierAdresses
           If FichierAdressesStatus = "00"
               Move 1 to FichierAdressesOk
               Move spaces to EnrFichierAdresses
               String "IdTiers;Nom;Prenom;Anomalie;CodePostal;Ville;"
                   "Proposition" delimited by size
                   into EnrFichierAdresses
               end-string
               write EnrFichierAdresses
           else
               Move 0 to FichierAdressesOk
               Display " Erreur ouverture rapport des adresses"
                   " - code " FichierAdressesStatus
           end-if.

           If TiersEOF = 0
               EXEC SQL
                   OPEN TiersAdresse-Curseur
               END-EXEC
           end-if.

      *---------------------------------------------------------------
      *  Un Tiers : adresse controlee si le pays est la France
      *---------------------------------------------------------------
       ControleAdressesTiers-Trt.
           EXEC SQL
               FETCH TiersAdresse-Curseur
                   INTO :IdTiers, :Nom, :Prenom, :CodePostal, :Ville,
                    :Pays
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to TiersEOF
           else
               Add 1 to NbTiersLus
               Move Pays of TiersSouscrBenef to SaisiePS
               Call 'RecherchePays' using DemandePays
               If RetourPS = 0 and CodeIso2PS = 'FR'
                   Add 1 to NbAdressesFrance
                   Perform ControleAdresseTiers
               end-if
           end-if.

       ControleAdresseTiers.
           Move Ville of TiersSouscrBenef to VilleAvant
           Move CodePostal of TiersSouscrBenef to CodePostalAD
           Move VilleAvant to VilleAD
           Call 'ControleAdresse' using DemandeAdresse

           evaluate true
               when RetourAD = 0 and VilleNormaliseeAD = VilleAvant
                   Add 1 to NbAdressesConformes
      *        Ville reconnue, ecrite autrement que le libelle
      *        d'acheminement (casse, tirets, SAINT...)
               when RetourAD = 0
                   Perform CorrigeVille
                   If SQLCODE = 0
                       Add 1 to NbVillesNormalisees
                   end-if
      *        Commune unique pour le code postal : correction si la
      *        ville saisie en a l'initiale, sinon a revoir (code postal
      *        ou ville faux)
               when RetourAD = 2 and NbCommunesAD = 1
                   Move Function Upper-case(VilleAvant(1:1))
                       to InitialeVille
                   If InitialeVille = CommuneAD(1)(1:1)
                       Move CommuneAD(1) to VilleNormaliseeAD
                       Perform CorrigeVille
                       If SQLCODE = 0
                           Add 1 to NbVillesCorrigees
                           Move "VILLE CORRIGEE" to AnomalieAdresse
                           Move CommuneAD(1) to PropositionAdresse
                           Perform EcritAdresse
                       end-if
                   else
                       Add 1 to NbAdressesARevoir
                       Move "VILLE HORS CODE POSTAL" to AnomalieAdresse
                       Move CommuneAD(1) to PropositionAdresse
                       Perform EcritAdresse
                   end-if
               when RetourAD = 2
                   Add 1 to NbAdressesARevoir
                   Move NbCommunesAD to NbCommunesDisplay
                   Move spaces to AnomalieAdresse
                   String "VILLE HORS CODE POSTAL ("
                       NbCommunesDisplay " VILLES)" delimited by size
                       into AnomalieAdresse
                   end-string
                   Move CommuneAD(1) to PropositionAdresse
                   Perform EcritAdresse
               when RetourAD = 1
                   Add 1 to NbAdressesARevoir
                   Move "CODE POSTAL INCONNU" to AnomalieAdresse
                   Move spaces to PropositionAdresse
                   Perform EcritAdresse
               when other
                   Add 1 to NbErreursBase
           end-evaluate.

      *    Ville du Tiers remplacee par VilleNormaliseeAD
       CorrigeVille.
           Move VilleNormaliseeAD to Ville of TiersSouscrBenef
           EXEC SQL
               UPDATE TiersSB
               SET Ville = :Ville
               WHERE IdTiers = :IdTiers
           END-EXEC
           If SQLCODE not = 0
               Add 1 to NbErreursBase
               Display " Erreur correction ville du Tiers " IdTiers
           end-if.

      *    Ligne de rapport : anomalie et proposition placees par
      *    l'appelant, adresse telle qu'elle etait en base
       EcritAdresse.
           If FichierAdressesOk = 1
               Move IdTiers of TiersSouscrBenef to IdTiersDisplay
               Move spaces to EnrFichierAdresses
               String IdTiersDisplay              delimited by size
                   ';' Nom of TiersSouscrBenef     delimited by size
                   ';' Prenom of TiersSouscrBenef  delimited by size
                   ';' AnomalieAdresse             delimited by "  "
                   ';' CodePostalAD                delimited by size
                   ';' VilleAvant                  delimited by "  "
                   ';' PropositionAdresse          delimited by "  "
                   into EnrFichierAdresses
               end-string
               write EnrFichierAdresses
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       ControleAdressesTiers-Fin.
           EXEC SQL
               CLOSE TiersAdresse-Curseur
           END-EXEC.

           If FichierAdressesOk = 1
               close FichierAdresses
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Controle des adresses des Tiers : " NbTiersLus
               " lu(s), " NbAdressesFrance " en France, "
               NbAdressesConformes " conforme(s) ".
           Display " Villes normalisees : " NbVillesNormalisees
               ", corrigees : " NbVillesCorrigees
               ", a revoir : " NbAdressesARevoir
               " (rapport : ControleAdressesTiers.txt) ".
           If NbErreursBase > 0
               Display " Erreurs base : " NbErreursBase
           end-if.

       end program ControleAdressesTiers.
