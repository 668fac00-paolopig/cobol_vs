       program-id. EcheancesReclamations as
           "Contrat_Epargne_TS.EcheancesReclamations".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Liste quotidienne du service reclamations : reclamations
      *    sans reponse dont l'accuse de reception (10 jours) ou la
      *    reponse (2 mois) arrive a echeance ou est depassee
           select FichierEcheancesReclam assign to
                "C:\fichiers-cobol\ReclamationsEcheances.txt"
                organization is line sequential access sequential
                file status is FichierEcheancesStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee
      *    par l'exploitation pour un rattrapage - a defaut, l'horloge
      *    fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierEcheancesReclam record varying from 0 to 255.
       01 EnrFichierEcheancesReclam pic x(255).

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

       77  FichierEcheancesStatus  pic x(2).
       77  FichierEcheancesOk      pic 9.
       77  EnrLigneEcheance        pic X(255).

       77  ReclamationsEOF         pic 9.
       77  NbReclamationsOuvertes  pic 9(5) value 0.
       77  NbEcheancesSignalees    pic 9(5) value 0.
       77  NbEcheancesDepassees    pic 9(5) value 0.
       77  NoReclamationDisplay    pic Z(8)9.
       77  IdTiersReclamDisplay    pic Z(8)9.
       77  NoContratReclamDisplay  pic Z(9).
       77  AlerteAccuse            pic X(8).
       77  AlerteReponse           pic X(8).

      *---------------------------------------------------------------
      * Echeances legales depuis la reception : accuse sous
      * DelaiAccuseJours jours calendaires, reponse sous
      * DelaiReponseMois mois (quantieme ramene au dernier jour du
      * mois d'arrivee s'il n'existe pas)
      *---------------------------------------------------------------
       77  DelaiAccuseJours        pic 999 value 10.
       77  DelaiReponseMois        pic 99 value 2.
       77  EcheanceAccuse          pic X(10).
       77  EcheanceReponse         pic X(10).
       01  DateReceptionLue.
           05 AnneeRecueTxt        pic X(4).
           05 filler               pic X.
           05 MoisRecueTxt         pic X(2).
           05 filler               pic X.
           05 JourRecueTxt         pic X(2).

      *---------------------------------------------------------------
      * Borne d'alerte : jour courant plus PreavisJours (3 par
      * defaut, CONTRAT_EPARGNE_RECLAM_PREAVIS pour l'adapter) - une
      * echeance passee est DEPASSEE, une echeance avant la borne
      * est PROCHE
      *---------------------------------------------------------------
       77  PreavisJours            pic 999 value 3.
       77  PreavisDemande          pic X(3).
       77  PreavisTxt              pic X(3) justified right.
       77  DateJourReclam          pic X(10).
       77  DateLimiteAlerte        pic X(10).

      *---------------------------------------------------------------
      * Calcul de date commun (AjouteJoursEcheance) : date de depart
      * dans AnneeEcheance / MoisEcheance / JourEcheance, resultat
      * AAAA-MM-JJ dans DateEcheanceCalculee - fevrier bissextile
      * compte, s'agissant d'un delai legal
      *---------------------------------------------------------------
       77  JoursAAjouter           pic 999.
       77  AnneeEcheance           pic 9999.
       77  MoisEcheance            pic S99.
       77  JourEcheance            pic S9(4).
       77  JoursMoisCourant        pic 99.
       77  JourEcheanceAff         pic 99.
       77  MoisEcheanceAff         pic 99.
       77  DateEcheanceCalculee    pic X(10).
       77  QuotientBissextile      pic 9(4).
       77  ResteBissextile4        pic 9(4).
       77  ResteBissextile100      pic 9(4).
       77  ResteBissextile400      pic 9(4).

       01  TableJoursMoisVals.
           05 filler pic 99 value 31.
           05 filler pic 99 value 28.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
       01  TableJoursMois redefines TableJoursMoisVals.
           05 JoursMoisMax pic 99 occurs 12 times.

      *---------------------------------------------------------------
      * Controle des passages batch : liste quotidienne en lecture
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
      * Corbeille des taches operateur (cf AlimenteTache) : chaque cas
      * de la liste y est signale, et les taches que ce passage ne voit
      * plus y sont closes d'office en fin de job
      *---------------------------------------------------------------
       01  DemandeTache.
           05 ActionTacheDT        PIC X.
           05 TypeTacheDT          PIC X(6).
           05 IdTiersDT            PIC 9(8).
           05 CodeProduitDT        PIC X(2).
           05 NoContratDT          PIC 9(8).
           05 ReferenceDT          PIC X(12).
           05 DateEcheanceDT       PIC X(10).
           05 PrioriteDT           PIC 9.
           05 LibelleDT            PIC X(50).
           05 PassageDT            PIC X(19).
           05 OperateurDT          PIC X(8).
           05 RetourDT             PIC 9.
       77  PassageTaches           pic X(19).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - suivi des echeances des reclamations (cf
      *  GestionReclamations dans Contrat_Epargne_Main) : une ligne
      *  par reclamation ouverte dont une echeance legale est proche
      *  ou depassee, les plus anciennes d'abord
      *---------------------------------------------------------------
       Debut.
           perform EcheancesReclamations-Init.
           perform EcheancesReclamations-Trt
               until ReclamationsEOF = 1.
           perform EcheancesReclamations-Fin.
           goback.

       EcheancesReclamations-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to ReclamationsEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE ReclamOuvertes-Curseur CURSOR FOR
                Select R.NoReclamation, R.IdTiers, T.Nom, T.Prenom,
                 COALESCE(R.CodeProduit, ' '),
                 COALESCE(R.NoContrat, 0), R.Canal, R.Categorie,
                 R.DateReception, COALESCE(R.DateAccuse, ' ')
                From Reclamations R, TiersSB T
                Where T.IdTiers = R.IdTiers
                And R.DateReponse IS NULL
                ORDER BY R.DateReception, R.NoReclamation
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateJourReclam
           end-string.

           Move spaces to PreavisDemande
           ACCEPT PreavisDemande
               FROM ENVIRONMENT "CONTRAT_EPARGNE_RECLAM_PREAVIS"
           If PreavisDemande not = spaces
               Move spaces to PreavisTxt
               Unstring PreavisDemande delimited by space
                   into PreavisTxt
               end-unstring
               Inspect PreavisTxt replacing leading space by '0'
               If PreavisTxt is numeric
                   Move PreavisTxt to PreavisJours
               end-if
           end-if.

           Move Annee of DateOperationContrat to AnneeEcheance
           Move Mois of DateOperationContrat to MoisEcheance
           Move Jour of DateOperationContrat to JourEcheance
           Move PreavisJours to JoursAAjouter
           Perform AjouteJoursEcheance
           Move DateEcheanceCalculee to DateLimiteAlerte.

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.
           Move HorodatageBatch to PassageTaches.

           EXEC SQL
               OPEN ReclamOuvertes-Curseur
           END-EXEC.

           Move 0 to ReclamationsEOF.

           open output FichierEcheancesReclam.
           evaluate FichierEcheancesStatus
               when "00"
                   move 1 to FichierEcheancesOk
                   Move spaces to EnrLigneEcheance
                   String "NoReclamation;IdTiers;Nom;Prenom;Contrat;"
                       "Canal;Categorie;Reception;EcheanceAccuse;"
                       "AlerteAccuse;EcheanceReponse;AlerteReponse"
                       into EnrLigneEcheance
                   end-string
                   Move EnrLigneEcheance to EnrFichierEcheancesReclam
                   write EnrFichierEcheancesReclam
               when other
                   move 0 to FichierEcheancesOk
                   Display " Erreur ouverture liste des echeances -"
                       " code " FichierEcheancesStatus
                   Move 1 to ReclamationsEOF
           end-evaluate.

       EcheancesReclamations-Trt.
           EXEC SQL
               FETCH ReclamOuvertes-Curseur
                   INTO :NoReclamationRL, :IdTiersRL, :Nom, :Prenom,
                    :CodeProduitRL, :NoContratRL, :CanalRL,
                    :CategorieRL, :DateReceptionRL, :DateAccuseRL
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ReclamationsEOF
           else
               Add 1 to NbReclamationsOuvertes
               Perform CalculeEcheancesReclam

      *        Accuse deja fait : seule la reponse reste a suivre
               Move spaces to AlerteAccuse
               If DateAccuseRL = spaces
                   Evaluate true
                       When EcheanceAccuse < DateJourReclam
                           Move "DEPASSEE" to AlerteAccuse
                       When EcheanceAccuse <= DateLimiteAlerte
                           Move "PROCHE" to AlerteAccuse
                       When other
                           continue
                   End-evaluate
               end-if

               Move spaces to AlerteReponse
               Evaluate true
                   When EcheanceReponse < DateJourReclam
                       Move "DEPASSEE" to AlerteReponse
                   When EcheanceReponse <= DateLimiteAlerte
                       Move "PROCHE" to AlerteReponse
                   When other
                       continue
               End-evaluate

               If AlerteAccuse not = spaces
                or AlerteReponse not = spaces
                   Perform EcritLigneEcheance
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Echeances legales de la reclamation courante, depuis sa date
      *  de reception
      *---------------------------------------------------------------
       CalculeEcheancesReclam.
           Move DateReceptionRL to DateReceptionLue

           Move AnneeRecueTxt to AnneeEcheance
           Move MoisRecueTxt to MoisEcheance
           Move JourRecueTxt to JourEcheance
           Move DelaiAccuseJours to JoursAAjouter
           Perform AjouteJoursEcheance
           Move DateEcheanceCalculee to EcheanceAccuse

      *    Meme quantieme DelaiReponseMois mois plus tard, ramene au
      *    dernier jour du mois d'arrivee (reception un 31 decembre :
      *    echeance le 28 ou 29 fevrier)
           Move AnneeRecueTxt to AnneeEcheance
           Move MoisRecueTxt to MoisEcheance
           Move JourRecueTxt to JourEcheance
           Add DelaiReponseMois to MoisEcheance
           If MoisEcheance > 12
               Subtract 12 from MoisEcheance
               Add 1 to AnneeEcheance
           end-if
           Perform JoursDuMoisEcheance
           If JourEcheance > JoursMoisCourant
               Move JoursMoisCourant to JourEcheance
           end-if
           Perform FormateDateEcheance
           Move DateEcheanceCalculee to EcheanceReponse.

      *---------------------------------------------------------------
      *  Date de depart + JoursAAjouter, par report de mois sur la
      *  table des jours
      *---------------------------------------------------------------
       AjouteJoursEcheance.
           Add JoursAAjouter to JourEcheance
           Perform JoursDuMoisEcheance
           Perform ReporteUnMoisEcheance
               until JourEcheance <= JoursMoisCourant
           Perform FormateDateEcheance.

       ReporteUnMoisEcheance.
           Subtract JoursMoisCourant from JourEcheance
           Add 1 to MoisEcheance
           If MoisEcheance > 12
               Move 1 to MoisEcheance
               Add 1 to AnneeEcheance
           end-if
           Perform JoursDuMoisEcheance.

       JoursDuMoisEcheance.
           Move JoursMoisMax(MoisEcheance) to JoursMoisCourant
           If MoisEcheance = 2
               Divide AnneeEcheance by 4 giving QuotientBissextile
                   remainder ResteBissextile4
               Divide AnneeEcheance by 100 giving QuotientBissextile
                   remainder ResteBissextile100
               Divide AnneeEcheance by 400 giving QuotientBissextile
                   remainder ResteBissextile400
               If (ResteBissextile4 = 0 and ResteBissextile100 not = 0)
                or ResteBissextile400 = 0
                   Move 29 to JoursMoisCourant
               end-if
           end-if.

       FormateDateEcheance.
           Move JourEcheance to JourEcheanceAff
           Move MoisEcheance to MoisEcheanceAff
           Move spaces to DateEcheanceCalculee
           String AnneeEcheance '-' MoisEcheanceAff '-'
               JourEcheanceAff
               into DateEcheanceCalculee
           end-string.

       EcritLigneEcheance.
           Add 1 to NbEcheancesSignalees
           If AlerteAccuse = "DEPASSEE" or AlerteReponse = "DEPASSEE"
               Add 1 to NbEcheancesDepassees
           end-if

           Move NoReclamationRL to NoReclamationDisplay
           Move IdTiersRL to IdTiersReclamDisplay
      *    Reclamation sans contrat designe : zone contrat a blanc
           Move NoContratRL to NoContratReclamDisplay
           Move spaces to EnrLigneEcheance
           String NoReclamationDisplay        delimited by size
               ';' IdTiersReclamDisplay      delimited by size
               ';' Nom of TiersSouscrBenef   delimited by size
               ';' Prenom of TiersSouscrBenef
                                             delimited by size
               ';' CodeProduitRL             delimited by size
               NoContratReclamDisplay        delimited by size
               ';' CanalRL                   delimited by size
               ';' CategorieRL               delimited by size
               ';' DateReceptionRL           delimited by size
               ';' EcheanceAccuse            delimited by size
               ';' AlerteAccuse              delimited by size
               ';' EcheanceReponse           delimited by size
               ';' AlerteReponse             delimited by size
               into EnrLigneEcheance
           end-string
           Move EnrLigneEcheance to EnrFichierEcheancesReclam
           write EnrFichierEcheancesReclam

      *    Tache de la reclamation : l'accuse d'abord s'il manque,
      *    la reponse ensuite
           Move "RECLAM" to TypeTacheDT
           Move IdTiersRL to IdTiersDT
           Move CodeProduitRL to CodeProduitDT
           Move NoContratRL to NoContratDT
           Move NoReclamationDisplay to ReferenceDT
           If AlerteAccuse not = spaces
               Move EcheanceAccuse to DateEcheanceDT
               Move "Reclamation - accuse de reception a envoyer"
                   to LibelleDT
           else
               Move EcheanceReponse to DateEcheanceDT
               Move "Reclamation - reponse a apporter au client"
                   to LibelleDT
           end-if
           If AlerteAccuse = "DEPASSEE" or AlerteReponse = "DEPASSEE"
               Move 1 to PrioriteDT
           else
               Move 2 to PrioriteDT
           end-if
           Perform SignaleTache.

      *---------------------------------------------------------------
      *  Corbeille des taches : signalement du cas courant (type, cle,
      *  echeance, priorite et libelle poses par l'appelant), puis en
      *  fin de passage complet cloture des taches RECLAM levees
      *---------------------------------------------------------------
       SignaleTache.
           Move 'S' to ActionTacheDT
           Move PassageTaches to PassageDT
           Move spaces to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

       CloturePassageTaches.
           Move 'F' to ActionTacheDT
           Move "RECLAM" to TypeTacheDT
           Move PassageTaches to PassageDT
           Move "BATCH" to OperateurDT
           Call 'AlimenteTache' using DemandeTache.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       EcheancesReclamations-Fin.
           EXEC SQL
               CLOSE ReclamOuvertes-Curseur
           END-EXEC.

           If FichierEcheancesOk = 1
               Perform CloturePassageTaches
               close FichierEcheancesReclam
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Echeances des reclamations : "
               NbReclamationsOuvertes " ouverte(s), "
               NbEcheancesSignalees " a traiter avant "
               DateLimiteAlerte ", dont " NbEcheancesDepassees
               " depassee(s) ".

      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge
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
      *  Controle des passages batch : liste quotidienne en lecture
      *  seule, trace sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "EcheancesReclamations" to NomJobCB
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
           Move NbReclamationsOuvertes to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program EcheancesReclamations.
