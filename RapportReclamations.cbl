       program-id. RapportReclamations as
           "Contrat_Epargne_TS.RapportReclamations".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Rapport annuel au regulateur sur le traitement des
      *    reclamations de l'annee ecoulee : volumes, issues, delais
      *    moyens et hors delai par categorie, puis par canal
           select FichierRapportReclam assign to
                "C:\fichiers-cobol\RapportReclamations.txt"
                organization is line sequential access sequential
                file status is FichierRapportStatus.

      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee
      *    par l'exploitation pour un rattrapage - a defaut, l'horloge
      *    fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

       data division.

       file section.
       FD FichierRapportReclam record varying from 0 to 255.
       01 EnrFichierRapportReclam pic x(255).

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

       77  FichierRapportStatus    pic x(2).
       77  FichierRapportOk        pic 9.
       77  EnrLigneRapport         pic X(255).

       77  ReclamationsEOF         pic 9.
       77  NbReclamationsLues      pic 9(5) value 0.
       77  AnneeDeclaree           pic 9(4).
       77  AnneeRecherche          pic X(10).
       77  DateJourRapport         pic X(10).

      *---------------------------------------------------------------
      * Categories du registre (cf Reclamations dans Copybook-SQL) :
      * la 7e ligne des cumuls porte le total ; une categorie
      * inconnue est comptee en 'A' autre
      *---------------------------------------------------------------
       01  CategoriesReclamVals.
           05 filler pic X(21) value "IINFORMATION CONSEIL".
           05 filler pic X(21) value "GGESTION DU CONTRAT".
           05 filler pic X(21) value "OVERSEMENTS RACHATS".
           05 filler pic X(21) value "FFRAIS FISCALITE".
           05 filler pic X(21) value "SDECES SUCCESSION".
           05 filler pic X(21) value "AAUTRE".
       01  CategoriesReclam redefines CategoriesReclamVals.
           05 CategorieReclam occurs 6 times.
               10 CodeCategorieTab     pic X.
               10 LibelleCategorieTab  pic X(20).

       01  CumulsCategories.
           05 CumulCategorie occurs 7 times.
               10 NbRecuesCat          pic 9(5).
               10 NbReponduesCat       pic 9(5).
               10 NbEnCoursCat         pic 9(5).
               10 NbFavorablesCat      pic 9(5).
               10 NbPartiellesCat      pic 9(5).
               10 NbDefavorablesCat    pic 9(5).
               10 NbAccusesCat         pic 9(5).
               10 CumulJoursAccuseCat  pic 9(7).
               10 NbAccusesHorsDelaiCat pic 9(5).
               10 CumulJoursReponseCat pic 9(7).
               10 NbReponsesHorsDelaiCat pic 9(5).
               10 TotalIndemnitesCat   pic 9(12)v99.

       01  CanauxReclamVals.
           05 filler pic X(21) value "CCOURRIER".
           05 filler pic X(21) value "ECOURRIEL".
           05 filler pic X(21) value "TTELEPHONE".
           05 filler pic X(21) value "AAGENCE".
           05 filler pic X(21) value "WESPACE WEB".
       01  CanauxReclam redefines CanauxReclamVals.
           05 CanalReclam occurs 5 times.
               10 CodeCanalTab         pic X.
               10 LibelleCanalTab      pic X(20).

       01  CumulsCanaux.
           05 CumulCanal occurs 5 times.
               10 NbRecuesCanal        pic 9(5).
               10 NbReponduesCanal     pic 9(5).
               10 NbEnCoursCanal       pic 9(5).

       77  IndexCategorie          pic 9.
       77  IndexCanal              pic 9.
       77  IndexCumul              pic 9.
       77  IndexRecherche          pic 9.
       77  CategorieTrouvee        pic 9.
       77  CanalTrouve             pic 9.
       77  LibelleLigneRapport     pic X(20).

      *---------------------------------------------------------------
      * Mesures de la reclamation courante : delais en jours
      * calendaires depuis la reception, depassement des echeances
      * legales (accuse 10 jours, reponse 2 mois) - une reclamation
      * encore ouverte dont l'echeance est passee a la date du
      * rapport compte hors delai
      *---------------------------------------------------------------
       77  DelaiAccuseJours        pic 999 value 10.
       77  DelaiReponseMois        pic 99 value 2.
       77  EcheanceAccuse          pic X(10).
       77  EcheanceReponse         pic X(10).
       77  JoursAccuse             pic 9(5).
       77  JoursReponse            pic 9(5).
       77  AccuseHorsDelai         pic 9.
       77  ReponseHorsDelai        pic 9.
       77  NumeroJourReception     pic 9(7).
       01  DateTexteLue.
           05 AnneeTexteTxt        pic X(4).
           05 filler               pic X.
           05 MoisTexteTxt         pic X(2).
           05 filler               pic X.
           05 JourTexteTxt         pic X(2).

      *---------------------------------------------------------------
      * Numero de jour d'une date (NumeroJourDate) : compte continu
      * des jours, mars pris comme premier mois pour loger le 29
      * fevrier en fin d'annee - la difference de deux numeros donne
      * le delai en jours
      *---------------------------------------------------------------
       77  AnneeCalcul             pic 9(4).
       77  MoisCalcul              pic 99.
       77  JourCalcul              pic 99.
       77  NumeroJour              pic 9(7).
       77  Quotient4               pic 9(4).
       77  Quotient100             pic 9(4).
       77  Quotient400             pic 9(4).
       77  JoursAvantMois          pic 9(4).
       77  TravailMois             pic 9(4).

      *---------------------------------------------------------------
      * Echeance = date + JoursAAjouter (AjouteJoursEcheance) ou
      * meme quantieme DelaiReponseMois plus tard, ramene au dernier
      * jour du mois - memes regles que EcheancesReclamations
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

      *    Zones editees du rapport
       77  NbRecuesDisplay         pic Z(4)9.
       77  NbReponduesDisplay      pic Z(4)9.
       77  NbEnCoursDisplay        pic Z(4)9.
       77  NbFavorablesDisplay     pic Z(4)9.
       77  NbPartiellesDisplay     pic Z(4)9.
       77  NbDefavorablesDisplay   pic Z(4)9.
       77  NbAccusesHDDisplay      pic Z(4)9.
       77  NbReponsesHDDisplay     pic Z(4)9.
       77  DelaiMoyenAccuse        pic 9(4)v9.
       77  DelaiMoyenReponse       pic 9(4)v9.
       77  DelaiAccuseDisplay      pic Z(3)9.9.
       77  DelaiReponseDisplay     pic Z(3)9.9.
       77  IndemnitesDisplay       pic Z(11)9.99.

      *---------------------------------------------------------------
      * Controle des passages batch : rapport annuel en lecture seule,
      * trace sans refus de relancement
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
      *  Mainline - rapport annuel des reclamations (cf
      *  GestionReclamations dans Contrat_Epargne_Main) : les
      *  reclamations recues dans l'annee ecoulee sont cumulees par
      *  categorie et par canal, le rapport est ecrit en fin de job
      *---------------------------------------------------------------
       Debut.
           perform RapportReclamations-Init.
           perform RapportReclamations-Trt until ReclamationsEOF = 1.
           perform RapportReclamations-Fin.
           goback.

       RapportReclamations-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to ReclamationsEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE ReclamAnnee-Curseur CURSOR FOR
                Select Categorie, Canal, DateReception,
                 COALESCE(DateAccuse, ' '), COALESCE(DateReponse, ' '),
                 COALESCE(Issue, ' '), COALESCE(MontantIndemnite, 0)
                From Reclamations
                Where DateReception LIKE :AnneeRecherche
                ORDER BY NoReclamation
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           Compute AnneeDeclaree =
               Annee of DateOperationContrat - 1.
           String AnneeDeclaree "-%" into AnneeRecherche
           end-string.
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateJourRapport
           end-string.

           Initialize CumulsCategories.
           Initialize CumulsCanaux.

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.
           Perform DebutControleBatch.

           EXEC SQL
               OPEN ReclamAnnee-Curseur
           END-EXEC.

           Move 0 to ReclamationsEOF.

           open output FichierRapportReclam.
           evaluate FichierRapportStatus
               when "00"
                   move 1 to FichierRapportOk
               when other
                   move 0 to FichierRapportOk
                   Display " Erreur ouverture rapport reclamations -"
                       " code " FichierRapportStatus
                   Move 1 to ReclamationsEOF
           end-evaluate.

       RapportReclamations-Trt.
           EXEC SQL
               FETCH ReclamAnnee-Curseur
                   INTO :CategorieRL, :CanalRL, :DateReceptionRL,
                    :DateAccuseRL, :DateReponseRL, :IssueRL,
                    :MontantIndemniteRL
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ReclamationsEOF
           else
               Add 1 to NbReclamationsLues
               Perform MesureReclamation

               Move 0 to CategorieTrouvee
               Move 1 to IndexRecherche
               Perform RechercheCategorie-Trt
                   until IndexRecherche > 6
                      or CategorieTrouvee = 1
               If CategorieTrouvee = 0
                   Move 6 to IndexCategorie
               end-if

               Move IndexCategorie to IndexCumul
               Perform CumuleCategorie
               Move 7 to IndexCumul
               Perform CumuleCategorie

               Move 0 to CanalTrouve
               Move 1 to IndexRecherche
               Perform RechercheCanal-Trt
                   until IndexRecherche > 5
                      or CanalTrouve = 1
               If CanalTrouve = 1
                   Perform CumuleCanal
               end-if
           end-if.

       RechercheCategorie-Trt.
           If CodeCategorieTab(IndexRecherche) = CategorieRL
               Move IndexRecherche to IndexCategorie
               Move 1 to CategorieTrouvee
           else
               Add 1 to IndexRecherche
           end-if.

       RechercheCanal-Trt.
           If CodeCanalTab(IndexRecherche) = CanalRL
               Move IndexRecherche to IndexCanal
               Move 1 to CanalTrouve
           else
               Add 1 to IndexRecherche
           end-if.

      *---------------------------------------------------------------
      *  Delais et depassements de la reclamation courante
      *---------------------------------------------------------------
       MesureReclamation.
           Move DateReceptionRL to DateTexteLue
           Perform NumeroJourDateTexte
           Move NumeroJour to NumeroJourReception

      *    Echeance d'accuse : reception + DelaiAccuseJours
           Move AnneeTexteTxt to AnneeEcheance
           Move MoisTexteTxt to MoisEcheance
           Move JourTexteTxt to JourEcheance
           Move DelaiAccuseJours to JoursAAjouter
           Perform AjouteJoursEcheance
           Move DateEcheanceCalculee to EcheanceAccuse

      *    Echeance de reponse : meme quantieme DelaiReponseMois plus
      *    tard, ramene au dernier jour du mois d'arrivee
           Move AnneeTexteTxt to AnneeEcheance
           Move MoisTexteTxt to MoisEcheance
           Move JourTexteTxt to JourEcheance
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
           Move DateEcheanceCalculee to EcheanceReponse

           Move 0 to JoursAccuse
           Move 0 to AccuseHorsDelai
           If DateAccuseRL not = spaces
               Move DateAccuseRL to DateTexteLue
               Perform NumeroJourDateTexte
               Compute JoursAccuse = NumeroJour - NumeroJourReception
               If DateAccuseRL > EcheanceAccuse
                   Move 1 to AccuseHorsDelai
               end-if
           else
               If EcheanceAccuse < DateJourRapport
                   Move 1 to AccuseHorsDelai
               end-if
           end-if

           Move 0 to JoursReponse
           Move 0 to ReponseHorsDelai
           If DateReponseRL not = spaces
               Move DateReponseRL to DateTexteLue
               Perform NumeroJourDateTexte
               Compute JoursReponse = NumeroJour - NumeroJourReception
               If DateReponseRL > EcheanceReponse
                   Move 1 to ReponseHorsDelai
               end-if
           else
               If EcheanceReponse < DateJourRapport
                   Move 1 to ReponseHorsDelai
               end-if
           end-if.

       CumuleCategorie.
           Add 1 to NbRecuesCat(IndexCumul)
           If DateAccuseRL not = spaces
               Add 1 to NbAccusesCat(IndexCumul)
               Add JoursAccuse to CumulJoursAccuseCat(IndexCumul)
           end-if
           If AccuseHorsDelai = 1
               Add 1 to NbAccusesHorsDelaiCat(IndexCumul)
           end-if

           If DateReponseRL not = spaces
               Add 1 to NbReponduesCat(IndexCumul)
               Add JoursReponse to CumulJoursReponseCat(IndexCumul)
               Evaluate IssueRL
                   When 'F'
                       Add 1 to NbFavorablesCat(IndexCumul)
                   When 'P'
                       Add 1 to NbPartiellesCat(IndexCumul)
                   When other
                       Add 1 to NbDefavorablesCat(IndexCumul)
               End-evaluate
               Add MontantIndemniteRL to TotalIndemnitesCat(IndexCumul)
           else
               Add 1 to NbEnCoursCat(IndexCumul)
           end-if
           If ReponseHorsDelai = 1
               Add 1 to NbReponsesHorsDelaiCat(IndexCumul)
           end-if.

       CumuleCanal.
           Add 1 to NbRecuesCanal(IndexCanal)
           If DateReponseRL not = spaces
               Add 1 to NbReponduesCanal(IndexCanal)
           else
               Add 1 to NbEnCoursCanal(IndexCanal)
           end-if.

      *---------------------------------------------------------------
      *  Numero de jour de la date AAAA-MM-JJ posee dans DateTexteLue
      *---------------------------------------------------------------
       NumeroJourDateTexte.
           Move AnneeTexteTxt to AnneeCalcul
           Move MoisTexteTxt to MoisCalcul
           Move JourTexteTxt to JourCalcul
           Perform NumeroJourDate.

       NumeroJourDate.
           If MoisCalcul <= 2
               Subtract 1 from AnneeCalcul
               Add 12 to MoisCalcul
           end-if
           Divide AnneeCalcul by 4 giving Quotient4
           Divide AnneeCalcul by 100 giving Quotient100
           Divide AnneeCalcul by 400 giving Quotient400
           Compute TravailMois = 153 * (MoisCalcul - 3) + 2
           Divide TravailMois by 5 giving JoursAvantMois
           Compute NumeroJour = 365 * AnneeCalcul + Quotient4
               - Quotient100 + Quotient400 + JoursAvantMois
               + JourCalcul.

      *---------------------------------------------------------------
      *  Date de depart + JoursAAjouter, par report de mois sur la
      *  table des jours (fevrier bissextile compte)
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

      *---------------------------------------------------------------
      *  Ecriture du rapport, fermeture et bilan du job
      *---------------------------------------------------------------
       RapportReclamations-Fin.
           EXEC SQL
               CLOSE ReclamAnnee-Curseur
           END-EXEC.

           If FichierRapportOk = 1
               Perform EcritRapportReclamations
               close FichierRapportReclam
           end-if.

           Perform FinControleBatch.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Rapport des reclamations " AnneeDeclaree " : "
               NbReclamationsLues " reclamation(s) recue(s) "
               "(cf RapportReclamations.txt) ".

       EcritRapportReclamations.
           Move spaces to EnrLigneRapport
           String "RAPPORT ANNUEL DES RECLAMATIONS " AnneeDeclaree
               " - ETABLI LE " DateJourRapport
               into EnrLigneRapport
           end-string
           Move EnrLigneRapport to EnrFichierRapportReclam
           write EnrFichierRapportReclam

           Move spaces to EnrLigneRapport
           String "Categorie;Recues;Repondues;EnCours;Favorables;"
               "Partielles;Defavorables;DelaiMoyenAccuse;"
               "AccusesHorsDelai;DelaiMoyenReponse;"
               "ReponsesHorsDelai;Indemnites"
               into EnrLigneRapport
           end-string
           Move EnrLigneRapport to EnrFichierRapportReclam
           write EnrFichierRapportReclam

           Move 1 to IndexCumul
           Perform EcritLigneCategorie until IndexCumul > 7

           Move spaces to EnrFichierRapportReclam
           write EnrFichierRapportReclam
           Move "Canal;Recues;Repondues;EnCours"
               to EnrFichierRapportReclam
           write EnrFichierRapportReclam

           Move 1 to IndexCanal
           Perform EcritLigneCanal until IndexCanal > 5.

       EcritLigneCategorie.
           If IndexCumul = 7
               Move "TOTAL" to LibelleLigneRapport
           else
               Move LibelleCategorieTab(IndexCumul)
                   to LibelleLigneRapport
           end-if

      *    Delais moyens sur les seules reclamations accusees /
      *    repondues
           Move 0 to DelaiMoyenAccuse
           If NbAccusesCat(IndexCumul) > 0
               Compute DelaiMoyenAccuse rounded =
                   CumulJoursAccuseCat(IndexCumul)
                   / NbAccusesCat(IndexCumul)
           end-if
           Move 0 to DelaiMoyenReponse
           If NbReponduesCat(IndexCumul) > 0
               Compute DelaiMoyenReponse rounded =
                   CumulJoursReponseCat(IndexCumul)
                   / NbReponduesCat(IndexCumul)
           end-if

           Move NbRecuesCat(IndexCumul) to NbRecuesDisplay
           Move NbReponduesCat(IndexCumul) to NbReponduesDisplay
           Move NbEnCoursCat(IndexCumul) to NbEnCoursDisplay
           Move NbFavorablesCat(IndexCumul) to NbFavorablesDisplay
           Move NbPartiellesCat(IndexCumul) to NbPartiellesDisplay
           Move NbDefavorablesCat(IndexCumul)
               to NbDefavorablesDisplay
           Move DelaiMoyenAccuse to DelaiAccuseDisplay
           Move NbAccusesHorsDelaiCat(IndexCumul)
               to NbAccusesHDDisplay
           Move DelaiMoyenReponse to DelaiReponseDisplay
           Move NbReponsesHorsDelaiCat(IndexCumul)
               to NbReponsesHDDisplay
           Move TotalIndemnitesCat(IndexCumul) to IndemnitesDisplay

           Move spaces to EnrLigneRapport
           String LibelleLigneRapport       delimited by "  "
               ';' NbRecuesDisplay           delimited by size
               ';' NbReponduesDisplay        delimited by size
               ';' NbEnCoursDisplay          delimited by size
               ';' NbFavorablesDisplay       delimited by size
               ';' NbPartiellesDisplay       delimited by size
               ';' NbDefavorablesDisplay     delimited by size
               ';' DelaiAccuseDisplay        delimited by size
               ';' NbAccusesHDDisplay        delimited by size
               ';' DelaiReponseDisplay       delimited by size
               ';' NbReponsesHDDisplay       delimited by size
               ';' IndemnitesDisplay         delimited by size
               into EnrLigneRapport
           end-string
           Move EnrLigneRapport to EnrFichierRapportReclam
           write EnrFichierRapportReclam

           Add 1 to IndexCumul.

       EcritLigneCanal.
           Move NbRecuesCanal(IndexCanal) to NbRecuesDisplay
           Move NbReponduesCanal(IndexCanal) to NbReponduesDisplay
           Move NbEnCoursCanal(IndexCanal) to NbEnCoursDisplay

           Move spaces to EnrLigneRapport
           String LibelleCanalTab(IndexCanal) delimited by "  "
               ';' NbRecuesDisplay           delimited by size
               ';' NbReponduesDisplay        delimited by size
               ';' NbEnCoursDisplay          delimited by size
               into EnrLigneRapport
           end-string
           Move EnrLigneRapport to EnrFichierRapportReclam
           write EnrFichierRapportReclam

           Add 1 to IndexCanal.

      *---------------------------------------------------------------
      *  Date de traitement metier : si l'exploitation a depose
      *  DateTraitement.txt (AAAA-MM-JJ), elle remplace l'horloge -
      *  l'annee declaree est celle qui precede
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
      *  Controle des passages batch : rapport annuel en lecture
      *  seule, trace sans refus de relancement
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "RapportReclamations" to NomJobCB
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
           Move NbReclamationsLues to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program RapportReclamations.
