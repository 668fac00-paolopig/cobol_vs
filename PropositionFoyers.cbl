       program-id. PropositionFoyers as
           "Contrat_Epargne_TS.PropositionFoyers".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Liste des foyers proposes : un bloc par foyer cree en etat
      *    'P', avec ses membres et le role propose - pour
      *    confirmation ou refus par le conseiller (cf
      *    MaintenanceTiers-Foyer dans Contrat_Epargne_Main)
           select FichierPropositions assign to
                "C:\fichiers-cobol\PropositionFoyers.txt"
                organization is line sequential access sequential
                file status is FichierPropStatus.

       data division.

       file section.
       FD FichierPropositions record varying from 0 to 255.
       01 EnrFichierPropositions pic x(255).

       working-storage section.

       01 DateOperationContrat.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.

      *    Structures attendues par le sous-programme CalculAge
       01 DateNaissanceTiers.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       01 DateEffetContratEpargne.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77  AgeTiers                PIC S999.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  FichierPropStatus       pic x(2).
       77  FichierPropOk           pic 9.
       77  EnrLignePropositions    pic X(255).

       77  TiersEOF                pic 9.
       77  CreationFoyerOk         pic 9.
       77  NbFoyersProposes        pic 9(5) value 0.
       77  NbMembresProposes       pic 9(5) value 0.
       77  NbAdultesFoyer          pic 99.
       77  IdTiersDisplay          pic Z(8)9.

      *    Cle de rapprochement : nom de famille et adresse complete -
      *    une rupture de cle ouvre un nouveau foyer propose
       77  CleFoyerCourante        pic X(90).
       77  CleFoyerPrecedente      pic X(90).

      *---------------------------------------------------------------
      * Controle des passages batch : proposition mensuelle, trace
      * sans refus de relancement (un Tiers deja membre d'un foyer
      * n'est plus repris)
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       01  HeureBatch.
           10 HeureBatchH          pic 99.
           10 HeureBatchMn         pic 99.
           10 HeureBatchSec        pic 99.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - proposition des foyers : les personnes physiques
      *  vivantes, non fusionnees et hors de tout foyer (propose,
      *  confirme ou refuse) qui partagent nom et adresse avec au
      *  moins une autre sont regroupees en un foyer 'P'. Roles
      *  proposes par age (via CalculAge) : le plus age des majeurs
      *  chef de foyer, le suivant conjoint, les autres enfants a
      *  charge - le conseiller confirme ou refuse a l'ecran
      *---------------------------------------------------------------
       Debut.
           perform PropositionFoyers-Init.
           perform PropositionFoyers-Trt until TiersEOF = 1.
           perform PropositionFoyers-Fin.
           goback.

       PropositionFoyers-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to TiersEOF
           else
               continue
           end-if.

      *    Candidats tries par cle de rapprochement, du plus age au
      *    plus jeune
           EXEC SQL
               DECLARE TiersFoyer-Curseur CURSOR FOR
                Select T.IdTiers, T.Nom, T.Prenom, T.NoRue, T.Rue,
                 T.CodePostal, T.Ville, T.DateNaissance
                From TiersSB T
                Where COALESCE(T.FusionneVers, 0) = 0
                And COALESCE(T.TypeTiers, 'P') <> 'M'
                And COALESCE(T.DateDeces, ' ') = ' '
                And NOT EXISTS
                 (Select MF.IdTiers From MembresFoyer MF
                  Where MF.IdTiers = T.IdTiers)
                And EXISTS
                 (Select T2.IdTiers From TiersSB T2
                  Where T2.IdTiers <> T.IdTiers
                  And T2.Nom = T.Nom
                  And T2.NoRue = T.NoRue
                  And T2.Rue = T.Rue
                  And T2.CodePostal = T.CodePostal
                  And T2.Ville = T.Ville
                  And COALESCE(T2.FusionneVers, 0) = 0
                  And COALESCE(T2.TypeTiers, 'P') <> 'M'
                  And COALESCE(T2.DateDeces, ' ') = ' '
                  And NOT EXISTS
                   (Select M2.IdTiers From MembresFoyer M2
                    Where M2.IdTiers = T2.IdTiers))
                ORDER BY T.Nom, T.CodePostal, T.Ville, T.Rue, T.NoRue,
                 T.DateNaissance
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Move Annee of DateOperationContrat
               to Annee of DateEffetContratEpargne.
           Move Mois of DateOperationContrat
               to Mois of DateEffetContratEpargne.
           Move Jour of DateOperationContrat
               to Jour of DateEffetContratEpargne.

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.

           EXEC SQL
               OPEN TiersFoyer-Curseur
           END-EXEC.

           Move 0 to TiersEOF.
           Move spaces to CleFoyerPrecedente.
           Move 0 to CreationFoyerOk.

           open output FichierPropositions.
           evaluate FichierPropStatus
               when "00"
                   move 1 to FichierPropOk
               when other
                   move 0 to FichierPropOk
                   Display " Erreur ouverture liste des propositions -"
                       " code " FichierPropStatus
                   Move 1 to TiersEOF
           end-evaluate.

       PropositionFoyers-Trt.
           EXEC SQL
               FETCH TiersFoyer-Curseur
                   INTO :IdTiers, :Nom, :Prenom, :NoRue, :Rue,
                    :CodePostal, :Ville, :DateNaissance
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to TiersEOF
           else
               Move spaces to CleFoyerCourante
               String Nom of TiersSouscrBenef
                   NoRue of TiersSouscrBenef
                   Rue of TiersSouscrBenef
                   CodePostal of TiersSouscrBenef
                   Ville of TiersSouscrBenef
                   delimited by size into CleFoyerCourante
               end-string

               If CleFoyerCourante not = CleFoyerPrecedente
                   Perform CreationFoyerPropose
                   Move CleFoyerCourante to CleFoyerPrecedente
               end-if

               If CreationFoyerOk = 1
                   Perform AjoutMembrePropose
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Nouveau foyer propose : numero suivant, libelle "FOYER nom",
      *  en-tete du bloc sur la liste
      *---------------------------------------------------------------
       CreationFoyerPropose.
           Move 0 to NbAdultesFoyer
           Move 0 to CreationFoyerOk

           EXEC SQL
               SELECT MAX(NoFoyer)
               INTO :NoFoyerFO
               FROM Foyers
           END-EXEC
           If SQLCODE = 100
               Move 0 to NoFoyerFO
           end-if
           Add 1 to NoFoyerFO

           Move spaces to LibelleFO
           String "FOYER " Nom of TiersSouscrBenef
               delimited by size into LibelleFO
           end-string
           Move 'P' to EtatFoyerFO
           Move spaces to DateCreationFO
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateCreationFO
           end-string
           Move "BATCH" to OperateurFO

           EXEC SQL
               INSERT INTO Foyers
                   (NoFoyer, Libelle, EtatFoyer, DateCreation,
                    Operateur)
               VALUES
                   (:NoFoyerFO, :LibelleFO, :EtatFoyerFO,
                    :DateCreationFO, :OperateurFO)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur creation foyer " NoFoyerFO
                   " - code " SQLCODE
           else
               Move 1 to CreationFoyerOk
               Add 1 to NbFoyersProposes

               If FichierPropOk = 1
                   move all "=" to EnrFichierPropositions(1:78)
                   write EnrFichierPropositions
                   Move spaces to EnrLignePropositions
                   String "FOYER PROPOSE " NoFoyerFO " - "
                       Nom of TiersSouscrBenef ' '
                       NoRue of TiersSouscrBenef ' '
                       Rue of TiersSouscrBenef ' '
                       CodePostal of TiersSouscrBenef ' '
                       Ville of TiersSouscrBenef
                       into EnrLignePropositions
                   end-string
                   Move EnrLignePropositions to EnrFichierPropositions
                   write EnrFichierPropositions
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Membre du foyer propose : role selon l'age au jour du passage
      *  (mineur : enfant a charge ; premier majeur : chef de foyer ;
      *  second majeur : conjoint ; au-dela : enfant a charge)
      *---------------------------------------------------------------
       AjoutMembrePropose.
           unstring DateNaissance of TiersSouscrBenef
               delimited by '-' into
               Annee of DateNaissanceTiers
               Mois of DateNaissanceTiers
               Jour of DateNaissanceTiers
           end-unstring

           Call 'CalculAge' USING DateNaissanceTiers,
               DateEffetContratEpargne, AgeTiers

           If AgeTiers < 18
               Move 'E' to RoleFoyerMF
           else
               Add 1 to NbAdultesFoyer
               evaluate NbAdultesFoyer
                   when 1
                       Move 'C' to RoleFoyerMF
                   when 2
                       Move 'J' to RoleFoyerMF
                   when other
                       Move 'E' to RoleFoyerMF
               end-evaluate
           end-if

           Move NoFoyerFO to NoFoyerMF
           Move IdTiers of TiersSouscrBenef to IdTiersMF
           Move DateCreationFO to DateEntreeMF

           EXEC SQL
               INSERT INTO MembresFoyer
                   (NoFoyer, IdTiers, RoleFoyer, DateEntree)
               VALUES
                   (:NoFoyerMF, :IdTiersMF, :RoleFoyerMF, :DateEntreeMF)
           END-EXEC

           If SQLCODE <> 0
               Display " Erreur ajout membre " IdTiersMF
                   " au foyer " NoFoyerMF " - code " SQLCODE
           else
               Add 1 to NbMembresProposes
               If FichierPropOk = 1
                   Move IdTiersMF to IdTiersDisplay
                   Move spaces to EnrLignePropositions
                   String "  " IdTiersDisplay
                       ' ' Nom of TiersSouscrBenef
                       ' ' Prenom of TiersSouscrBenef
                       ' ' DateNaissance of TiersSouscrBenef
                       ' role ' RoleFoyerMF
                       delimited by size into EnrLignePropositions
                   end-string
                   Move EnrLignePropositions to EnrFichierPropositions
                   write EnrFichierPropositions
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       PropositionFoyers-Fin.
           EXEC SQL
               CLOSE TiersFoyer-Curseur
           END-EXEC.

           If FichierPropOk = 1
               move all "=" to EnrFichierPropositions(1:78)
               write EnrFichierPropositions
               Move spaces to EnrLignePropositions
               String "FIN DES PROPOSITIONS - FOYERS : "
                   NbFoyersProposes " - MEMBRES : " NbMembresProposes
                   into EnrLignePropositions
               end-string
               Move EnrLignePropositions to EnrFichierPropositions
               write EnrFichierPropositions
               close FichierPropositions
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Proposition des foyers : " NbFoyersProposes
               " foyer(s), " NbMembresProposes
               " membre(s) (cf PropositionFoyers.txt) ".

      *---------------------------------------------------------------
      *  Controle des passages batch : proposition mensuelle, trace
      *  sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "PropositionFoyers" to NomJobCB
           Move PeriodeTraitement to PeriodeJobCB

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
           END-EXEC.

       FinControleBatch.
           ACCEPT HeureBatch from time
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat ' '
               HeureBatchH ':' HeureBatchMn ':' HeureBatchSec
               into HorodatageBatch
           end-string

           Move HorodatageBatch to DateFinCB
           Move NbMembresProposes to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program PropositionFoyers.
