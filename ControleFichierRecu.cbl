       program-id. ControleFichierRecu as
           "Contrat_Epargne_TS.ControleFichierRecu".

      *---------------------------------------------------------------
      * Controle d'un fichier entrant AVANT toute integration : le
      * batch d'import le presente ici avant de le lire, et ne pose
      * rien si le fichier est refuse. Le fichier entier est relu :
      *  - premiere ligne ENTETE;... (contenu libre, propre au flux)
      *  - derniere ligne TOTAL;NbLignes;Montant - nombre de lignes
      *    de detail (hors entete et pied) et total des montants du
      *    flux, au meme format que le montant des lignes (12 chiffres
      *    cadres a droite) ; RangMontantCX donne le rang du montant
      *    dans la ligne de detail, zero pour un flux sans montant
      *  - pied absent ou suivi d'autres lignes = fichier tronque ou
      *    concatene ; nombre ou total qui ne cadre pas = refus
      *  - empreinte du contenu comparee au registre FichiersRecus :
      *    un fichier deja integre sur le meme flux est refuse
      * Le fichier presente est inscrit au registre ('C' controle et
      * accepte, 'R' refuse avec son motif) et un refus part au journal
      * d'exploitation ('E'). FichierAccepteCX rend 1 accepte, 0 refuse,
      * 2 fichier absent (l'appelant le signale comme avant). Le 'C'
      * ne passe 'I' integre qu'en fin de passage termine, chez
      * l'appelant (IntegreFichierRecu, sur l'empreinte rendue dans
      * EmpreinteCX) : un passage en echec ne bloque pas son fichier
      *---------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select FichierRecu assign to NomFichierRecu
                organization is line sequential access sequential
                file status is FichierRecuStatus.

       data division.
       file section.
       FD FichierRecu record varying from 0 to 255.
       01 EnrFichierRecu pic x(255).

       working-storage section.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.
       77  NomFichierRecu          pic X(60).
       77  FichierRecuStatus       pic x(2).
       77  EofFichierRecu          pic 9.
       01  DateReception.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       01  HeureReception.
           10 HeureRecH            pic 99.
           10 HeureRecMn           pic 99.
           10 HeureRecSec          pic 99.
           10 HeureRecCent         pic 99.

      *---------------------------------------------------------------
      * Lecture du fichier : entete, pied et lignes de detail
      *---------------------------------------------------------------
       77  NbLignesPhysiques       pic 9(7).
       77  EnteteVue               pic 9.
       77  EnteteDoublee           pic 9.
       77  PiedVu                  pic 9.
       77  LignesApresPied         pic 9.
       77  PiedIllisible           pic 9.
       77  NbLignesPied            pic 9(7).
       77  MontantPied             pic 9(13)v99.
       01  LignePiedDecoupe.
           05 TypeLignePied        PIC X(6).
           05 CompteurPiedTxt      PIC X(12).
           05 MontantPiedTxt       PIC X(12).
           05 MontantPiedNum REDEFINES MontantPiedTxt PIC 9(10)V99.
       77  LongueurCompteurPied    pic 99.
       77  NbChampsPied            pic 9.
       01  LigneDetailDecoupe.
           05 ChampDetail          PIC X(12) OCCURS 6 TIMES.
       01  MontantLigneTxt         PIC X(12).
       01  MontantLigneNum REDEFINES MontantLigneTxt PIC 9(10)V99.
       77  NbChampsDetail          pic 9.

      *---------------------------------------------------------------
      * Empreinte du contenu - meme calcul que CalculeEmpreinteMotPasse
      * dans Contrat_Epargne_Main, etendu ligne a ligne (la longueur
      * utile de chaque ligne entre dans le calcul)
      *---------------------------------------------------------------
       77  EmpreinteFichier        pic 9(9).
       77  EmpreinteTravail        pic 9(12).
       77  LongueurLigne           pic 9(3).
       77  LongueurTrouvee         pic 9.
       77  IndexCaractere          pic 9(3).

       77  NbDoublons              pic 9(5).

       01  EvenementExploitation.
           05 JobEvt               PIC X(30).
           05 SeveriteEvt          PIC X.
           05 CleEvt               PIC X(12).
           05 MessageEvt           PIC X(80).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".

       Linkage section.
       01 ControleReception.
           05 JobCX                PIC X(30).
           05 NomFichierCX         PIC X(60).
           05 RangMontantCX        PIC 9.
           05 NoPassageCX          PIC 9(8).
           05 FichierAccepteCX     PIC 9.
           05 MotifRefusCX         PIC X(60).
           05 NbLignesCX           PIC 9(7).
           05 MontantTotalCX       PIC 9(13)V99.
           05 EmpreinteCX          PIC 9(9).

       procedure division using ControleReception.
       Debut.
           Move 0 to FichierAccepteCX
           Move spaces to MotifRefusCX
           Move 0 to NbLignesCX
           Move 0 to MontantTotalCX
           Move 0 to EmpreinteCX
           Move 0 to NbLignesPhysiques
           Move 0 to EnteteVue
           Move 0 to EnteteDoublee
           Move 0 to PiedVu
           Move 0 to LignesApresPied
           Move 0 to PiedIllisible
           Move 0 to NbLignesPied
           Move 0 to MontantPied
           Move 0 to EmpreinteFichier
           Move 0 to EofFichierRecu

           Move NomFichierCX to NomFichierRecu
           open input FichierRecu
           If FichierRecuStatus not = "00"
               Move 2 to FichierAccepteCX
           else
               read FichierRecu
                   at end move 1 to EofFichierRecu
               end-read
               perform ControleFichierRecu-Lit until EofFichierRecu = 1
               close FichierRecu

               perform ControleFichierRecu-Valide
               Move EmpreinteFichier to EmpreinteCX
               perform ControleFichierRecu-Registre
           end-if

           goback.

      *---------------------------------------------------------------
      *  Une ligne du fichier : la premiere doit etre l'entete, le pied
      *  TOTAL doit etre la derniere - tout le reste est du detail
      *---------------------------------------------------------------
       ControleFichierRecu-Lit.
           Add 1 to NbLignesPhysiques
           Perform CalculeEmpreinteLigne

           evaluate true
               when NbLignesPhysiques = 1
                   If EnrFichierRecu(1:6) = "ENTETE"
                       Move 1 to EnteteVue
                   else
                       Perform CompteLigneDetail
                   end-if
               when EnrFichierRecu(1:6) = "ENTETE"
                   Move 1 to EnteteDoublee
               when EnrFichierRecu(1:6) = "TOTAL;"
                   If PiedVu = 1
                       Move 1 to LignesApresPied
                   end-if
                   Move 1 to PiedVu
                   Perform LitPiedFichier
               when EnrFichierRecu = spaces
                   continue
               when other
                   If PiedVu = 1
                       Move 1 to LignesApresPied
                   end-if
                   Perform CompteLigneDetail
           end-evaluate

           read FichierRecu
               at end move 1 to EofFichierRecu
           end-read.

       CompteLigneDetail.
           Add 1 to NbLignesCX
           If RangMontantCX > 0
               Move spaces to LigneDetailDecoupe
               Move 0 to NbChampsDetail
               Unstring EnrFichierRecu delimited by ";" into
                   ChampDetail(1) ChampDetail(2) ChampDetail(3)
                   ChampDetail(4) ChampDetail(5) ChampDetail(6)
                   Tallying in NbChampsDetail
               end-Unstring
               If RangMontantCX <= NbChampsDetail
                   Move ChampDetail(RangMontantCX) to MontantLigneTxt
                   If MontantLigneTxt is numeric
                       Add MontantLigneNum to MontantTotalCX
                   end-if
               end-if
           end-if.

      *    Pied TOTAL;NbLignes;Montant - le nombre de lignes est cadre
      *    a gauche (longueur libre), le montant au format du flux
       LitPiedFichier.
           Move spaces to LignePiedDecoupe
           Move 0 to LongueurCompteurPied
           Move 0 to NbChampsPied
           Unstring EnrFichierRecu delimited by ";" into
               TypeLignePied
               CompteurPiedTxt count in LongueurCompteurPied
               MontantPiedTxt
               Tallying in NbChampsPied
           end-Unstring

           If LongueurCompteurPied > 0
            and LongueurCompteurPied <= 7
            and CompteurPiedTxt(1:LongueurCompteurPied) is numeric
               Move CompteurPiedTxt(1:LongueurCompteurPied)
                   to NbLignesPied
           else
               Move 1 to PiedIllisible
           end-if

           If RangMontantCX > 0
               If MontantPiedTxt is numeric
                   Move MontantPiedNum to MontantPied
               else
                   Move 1 to PiedIllisible
               end-if
           end-if.

       CalculeEmpreinteLigne.
           Move 255 to LongueurLigne
           Move 0 to LongueurTrouvee
           perform CherchePositionFinLigne until LongueurTrouvee = 1

           Move 1 to IndexCaractere
           perform CalculeEmpreinteCaractere
               until IndexCaractere > LongueurLigne

           Compute EmpreinteTravail =
               EmpreinteFichier * 31 + LongueurLigne
           Divide EmpreinteTravail by 999999937
               giving EmpreinteTravail
               remainder EmpreinteFichier.

       CherchePositionFinLigne.
           evaluate true
               when LongueurLigne = 0
                   Move 1 to LongueurTrouvee
               when EnrFichierRecu(LongueurLigne:1) not = space
                   Move 1 to LongueurTrouvee
               when other
                   Subtract 1 from LongueurLigne
           end-evaluate.

       CalculeEmpreinteCaractere.
           Compute EmpreinteTravail =
               EmpreinteFichier * 31
               + Function ORD(EnrFichierRecu(IndexCaractere:1))
                 * IndexCaractere
           Divide EmpreinteTravail by 999999937
               giving EmpreinteTravail
               remainder EmpreinteFichier
           Add 1 to IndexCaractere.

      *---------------------------------------------------------------
      *  Verdict sur le fichier entier - le premier accroc l'emporte,
      *  le doublon ne se cherche que sur un fichier bien forme
      *---------------------------------------------------------------
       ControleFichierRecu-Valide.
           Move 1 to FichierAccepteCX

           evaluate true
               when NbLignesPhysiques = 0
                   Move "fichier vide" to MotifRefusCX
               when EnteteVue = 0
                   Move "entete ENTETE absente en premiere ligne"
                       to MotifRefusCX
               when PiedVu = 0
                   Move "pied TOTAL absent - fichier tronque"
                       to MotifRefusCX
               when LignesApresPied = 1
                   Move "lignes apres le pied TOTAL - fichier concatene"
                       to MotifRefusCX
               when EnteteDoublee = 1
                   Move "entete ENTETE en double - fichier concatene"
                       to MotifRefusCX
               when PiedIllisible = 1
                   Move "pied TOTAL illisible" to MotifRefusCX
               when NbLignesPied not = NbLignesCX
                   Move "nombre de lignes different du pied TOTAL"
                       to MotifRefusCX
               when RangMontantCX > 0
                and MontantPied not = MontantTotalCX
                   Move "total des montants different du pied TOTAL"
                       to MotifRefusCX
               when other
                   Perform RechercheDoublonFichier
           end-evaluate

           If MotifRefusCX not = spaces
               Move 0 to FichierAccepteCX
           end-if.

       RechercheDoublonFichier.
           Move JobCX to NomFluxRF
           Move EmpreinteFichier to EmpreinteRF
           Move NbLignesCX to NbLignesRF
           Move MontantTotalCX to MontantTotalRF
           Move 0 to NbDoublons

           EXEC SQL
               SELECT COUNT(*)
               INTO :NbDoublons
               FROM FichiersRecus
               WHERE NomFlux = :NomFluxRF
               AND Empreinte = :EmpreinteRF
               AND NbLignes = :NbLignesRF
               AND MontantTotal = :MontantTotalRF
               AND EtatFichier = 'I'
           END-EXEC

           evaluate true
               when SQLCODE not = 0
                   Move "registre des fichiers recus inaccessible"
                       to MotifRefusCX
               when NbDoublons > 0
                   Move "fichier deja integre - doublon refuse"
                       to MotifRefusCX
               when other
                   continue
           end-evaluate.

      *---------------------------------------------------------------
      *  Inscription au registre, et refus trace au journal
      *---------------------------------------------------------------
       ControleFichierRecu-Registre.
           ACCEPT DateReception from date YYYYMMDD
           ACCEPT HeureReception from time
           String Annee of DateReception '-'
               Mois of DateReception '-'
               Jour of DateReception ' '
               HeureRecH ':' HeureRecMn ':' HeureRecSec
               into DateReceptionRF
           end-string

           Move JobCX to NomFluxRF
           Move EmpreinteFichier to EmpreinteRF
           Move NbLignesCX to NbLignesRF
           Move MontantTotalCX to MontantTotalRF
           Move NoPassageCX to NoPassageRF
           Move MotifRefusCX to MotifRefusRF
           If FichierAccepteCX = 1
               Move 'C' to EtatFichierRF
           else
               Move 'R' to EtatFichierRF
           end-if

           EXEC SQL
               INSERT INTO FichiersRecus
                   (NomFlux, Empreinte, NbLignes, MontantTotal,
                    DateReception, NoPassage, EtatFichier, MotifRefus)
               VALUES
                   (:NomFluxRF, :EmpreinteRF, :NbLignesRF,
                    :MontantTotalRF, :DateReceptionRF, :NoPassageRF,
                    :EtatFichierRF, :MotifRefusRF)
           END-EXEC

           Move JobCX to JobEvt
           Move EmpreinteFichier to CleEvt
           If FichierAccepteCX = 1
               Move 'I' to SeveriteEvt
               Move "Fichier entrant controle et inscrit au registre"
                   to MessageEvt
           else
               Display " Fichier " NomFichierCX
               Display "   REFUSE en entier : " MotifRefusCX
               Move 'E' to SeveriteEvt
               Move spaces to MessageEvt
               String "Fichier refuse : " MotifRefusCX
                   delimited by size into MessageEvt
               end-string
           end-if
           Call 'EcritJournalExploitation' using EvenementExploitation.

       end program ControleFichierRecu.
