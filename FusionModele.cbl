       program-id. FusionModele as
           "Contrat_Epargne_TS.FusionModele".

      *---------------------------------------------------------------
      * Modeles de courrier : le libelle des documents clients
      * (certificat d'adhesion, decompte de reglement, avis au client)
      * est tenu par le juridique dans ModelesCourrier.csv, une ligne
      * de fichier par ligne de document :
      *     Type;Version;DateEffet;NoLigne;Texte
      * (version et numero de ligne sur trois chiffres). Le texte porte
      * des champs de fusion nommes entre accolades - {NOM}, {CONTRAT},
      * {MONTANT}... - que le programme appelant valorise ; une ligne
      * dont un champ est vide n'est pas ecrite (ligne facultative :
      * plancher deces, taux garanti...), et une ligne {*NOM} seule
      * marque un bloc que l'appelant ecrit lui-meme (liste des
      * beneficiaires). Action 'C' : charge la version du type en
      * vigueur a DateDocumentDM (derniere DateEffet atteinte, puis
      * plus haute version) - VersionModeleDM a zero si aucun modele,
      * l'appelant garde alors son libelle d'origine. Action 'L' :
      * rend la ligne NoLigneModeleDM fusionnee. Le fichier ne change
      * qu'a l'approbation superviseur (cf ApprobationModeles dans
      * Contrat_Epargne_Main), comme le fichier parametres
      *---------------------------------------------------------------
       environment division.
       Configuration section.

       input-output section.
       file-control.
           select FichierModeles assign to
                "C:\fichiers-cobol\ModelesCourrier.csv"
                organization is line sequential access sequential
                file status is FichierModelesStatus.

       data division.

       file section.
       FD FichierModeles record varying from 0 to 320.
       01 EnrFichierModeles pic x(320).

       working-storage section.

       77  FichierModelesStatus    pic x(2).
       77  EofModeles              pic 9.

      *    Ligne lue du fichier et son decoupage
       77  PointeurModele          pic 9(3).
       77  TypeModeleLu            pic X(6).
       77  VersionModeleLue        pic X(3).
       77  DateEffetModeleLue      pic X(10).
       77  NoLigneModeleLue        pic X(3).
       77  VersionModeleNum        pic 9(3).
       77  NoLigneModeleNum        pic 9(3).

      *    Version retenue et ses lignes
       77  DateEffetRetenue        pic X(10).
       77  VersionRetenue          pic 9(3).
       01  LignesModele.
           05 LigneModele          pic X(255) occurs 100.

      *    Fusion d'une ligne
       77  LigneModeleCourante     pic X(255).
       77  LongueurModele          pic 9(3).
       77  PosModele               pic 9(3).
       77  PosFusion               pic 9(3).
       77  NomChampLu              pic X(15).
       77  LongueurNomChamp        pic 99.
       77  IndexChamp              pic 99.
       77  ChampTrouve             pic 9.
       77  LongueurValeur          pic 99.
       77  LongueurBloc            pic 99.
       77  FinRecale               pic 9.

       Linkage section.
       01 DemandeModele.
           05 ActionModeleDM       PIC X.
           05 TypeDocumentDM       PIC X(6).
           05 DateDocumentDM       PIC X(10).
           05 VersionModeleDM      PIC 9(3).
           05 NbLignesModeleDM     PIC 9(3).
           05 NoLigneModeleDM      PIC 9(3).
           05 LigneFusionDM        PIC X(255).
           05 LigneOmiseDM         PIC 9.
           05 BlocModeleDM         PIC X(15).
           05 NbChampsDM           PIC 99.
           05 ChampFusionDM        occurs 30.
              10 NomChampDM        PIC X(15).
              10 ValeurChampDM     PIC X(60).
           05 RetourDM             PIC 9.

       procedure division using DemandeModele.
       Debut.
           Move 0 to RetourDM

           evaluate ActionModeleDM
               when 'C'
                   Perform ChargeModele
               when 'L'
                   Perform FusionneLigne
               when other
                   Move 1 to RetourDM
           end-evaluate

           goback.

      *---------------------------------------------------------------
      *  Chargement : une seule lecture du fichier - une ligne d'une
      *  version plus recente que celle retenue remet la table a vide,
      *  les lignes de la version retenue se rangent a leur numero
      *---------------------------------------------------------------
       ChargeModele.
           Move 0 to VersionModeleDM
           Move 0 to NbLignesModeleDM
           Move 0 to VersionRetenue
           Move spaces to DateEffetRetenue
           Move spaces to LignesModele
           Move 0 to EofModeles

           open input FichierModeles
           If FichierModelesStatus not = "00"
               Move 1 to RetourDM
           else
               read FichierModeles
                   at end move 1 to EofModeles
               end-read
               Perform ChargeLigneModele until EofModeles = 1
               close FichierModeles
               Move VersionRetenue to VersionModeleDM
           end-if.

       ChargeLigneModele.
           If EnrFichierModeles(1:1) not = '*'
            and EnrFichierModeles not = spaces
               Move spaces to TypeModeleLu
               Move spaces to VersionModeleLue
               Move spaces to DateEffetModeleLue
               Move spaces to NoLigneModeleLue
               Move 1 to PointeurModele
               Unstring EnrFichierModeles delimited by ";"
                   into TypeModeleLu VersionModeleLue
                        DateEffetModeleLue NoLigneModeleLue
                   with pointer PointeurModele
               end-Unstring

               If TypeModeleLu = TypeDocumentDM
                and VersionModeleLue is numeric
                and NoLigneModeleLue is numeric
                and DateEffetModeleLue <= DateDocumentDM
                   Move VersionModeleLue to VersionModeleNum
                   Move NoLigneModeleLue to NoLigneModeleNum
                   Perform RetientLigneModele
               end-if
           end-if

           read FichierModeles
               at end move 1 to EofModeles
           end-read.

       RetientLigneModele.
           If DateEffetModeleLue > DateEffetRetenue
            or (DateEffetModeleLue = DateEffetRetenue
                and VersionModeleNum > VersionRetenue)
               Move DateEffetModeleLue to DateEffetRetenue
               Move VersionModeleNum to VersionRetenue
               Move spaces to LignesModele
               Move 0 to NbLignesModeleDM
           end-if

           If DateEffetModeleLue = DateEffetRetenue
            and VersionModeleNum = VersionRetenue
            and NoLigneModeleNum > 0
            and NoLigneModeleNum <= 100
               If PointeurModele <= 320
                   Move EnrFichierModeles(PointeurModele:)
                       to LigneModele(NoLigneModeleNum)
               end-if
               If NoLigneModeleNum > NbLignesModeleDM
                   Move NoLigneModeleNum to NbLignesModeleDM
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Fusion de la ligne NoLigneModeleDM : marque de bloc rendue
      *  telle quelle dans BlocModeleDM, sinon chaque {CHAMP} remplace
      *  par sa valeur (blancs de fin retires) - champ vide = ligne
      *  omise, champ inconnu laisse visible pour la relecture
      *---------------------------------------------------------------
       FusionneLigne.
           Move spaces to LigneFusionDM
           Move spaces to BlocModeleDM
           Move 0 to LigneOmiseDM

           If NoLigneModeleDM = 0 or NoLigneModeleDM > NbLignesModeleDM
               Move 1 to RetourDM
           else
               Move LigneModele(NoLigneModeleDM) to LigneModeleCourante
               Move 255 to LongueurModele
               Move 0 to FinRecale
               Perform RecaleLongueurModele
                   until LongueurModele = 0 or FinRecale = 1

               If LigneModeleCourante(1:2) = "{*"
                   Move 0 to LongueurBloc
                   Inspect LigneModeleCourante(3:) tallying
                       LongueurBloc for characters before initial "}"
                   If LongueurBloc > 15
                       Move 15 to LongueurBloc
                   end-if
                   If LongueurBloc > 0
                       Move LigneModeleCourante(3:LongueurBloc)
                           to BlocModeleDM
                   end-if
               else
                   Move 1 to PosModele
                   Move 1 to PosFusion
                   Perform FusionneCaractere
                       until PosModele > LongueurModele
               end-if
           end-if.

       RecaleLongueurModele.
           If LigneModeleCourante(LongueurModele:1) = space
               Subtract 1 from LongueurModele
           else
               Move 1 to FinRecale
           end-if.

       FusionneCaractere.
           If LigneModeleCourante(PosModele:1) = "{"
               Perform FusionneChamp
           else
               If PosFusion <= 255
                   Move LigneModeleCourante(PosModele:1)
                       to LigneFusionDM(PosFusion:1)
                   Add 1 to PosFusion
               end-if
               Add 1 to PosModele
           end-if.

       FusionneChamp.
           Move spaces to NomChampLu
           Move 0 to LongueurNomChamp
           Add 1 to PosModele
           Perform LitNomChamp
               until PosModele > LongueurModele
                  or LigneModeleCourante(PosModele:1) = "}"
      *    Accolade fermante passee
           Add 1 to PosModele

           Move 0 to ChampTrouve
           Move 1 to IndexChamp
           Perform RechercheChampFusion
               until IndexChamp > NbChampsDM
                  or ChampTrouve = 1

           If ChampTrouve = 0
               Move "{" to LigneFusionDM(PosFusion:1)
               Add 1 to PosFusion
               If LongueurNomChamp > 0
                and PosFusion + LongueurNomChamp <= 255
                   Move NomChampLu(1:LongueurNomChamp)
                       to LigneFusionDM(PosFusion:LongueurNomChamp)
                   Add LongueurNomChamp to PosFusion
               end-if
               If PosFusion <= 255
                   Move "}" to LigneFusionDM(PosFusion:1)
                   Add 1 to PosFusion
               end-if
           else
               Move 60 to LongueurValeur
               Move 0 to FinRecale
               Perform RecaleLongueurValeur
                   until LongueurValeur = 0 or FinRecale = 1
               If LongueurValeur = 0
                   Move 1 to LigneOmiseDM
               else
                   If PosFusion + LongueurValeur > 256
                       Compute LongueurValeur = 256 - PosFusion
                   end-if
                   If LongueurValeur > 0
                       Move ValeurChampDM(IndexChamp)(1:LongueurValeur)
                           to LigneFusionDM(PosFusion:LongueurValeur)
                       Add LongueurValeur to PosFusion
                   end-if
               end-if
           end-if.

       LitNomChamp.
           If LongueurNomChamp < 15
               Add 1 to LongueurNomChamp
               Move LigneModeleCourante(PosModele:1)
                   to NomChampLu(LongueurNomChamp:1)
           end-if
           Add 1 to PosModele.

       RechercheChampFusion.
           If NomChampDM(IndexChamp) = NomChampLu
               Move 1 to ChampTrouve
           else
               Add 1 to IndexChamp
           end-if.

       RecaleLongueurValeur.
           If ValeurChampDM(IndexChamp)(LongueurValeur:1) = space
               Subtract 1 from LongueurValeur
           else
               Move 1 to FinRecale
           end-if.

       end program FusionModele.
