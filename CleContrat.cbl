       program-id. CleContrat as
           "Contrat_Epargne_TS.CleContrat".

      *---------------------------------------------------------------
      * Cle de controle du numero de contrat : deux chiffres attaches
      * au numero (CodeProduit NoContrat-Cle), imprimes sur les
      * certificats, releves et avis, et exiges a chaque saisie ou
      * reception d'un numero - une faute de frappe ou une inversion
      * de chiffres ne tombe plus sur le contrat d'un autre client.
      * Calcul facon IBAN : chaque caractere du code produit vaut son
      * rang dans 0-9 puis A-Z (0 a 35, deux chiffres), suivi des 8
      * chiffres du numero ; cle = 97 - (ce nombre x 100 modulo 97),
      * donc de 01 a 97.
      *  - action 'C' : rend la cle du contrat (CleContratCK)
      *  - action 'V' : controle la cle saisie (CleSaisieCK) - RetourCK
      *    0 cle juste, 1 cle absente toleree (periode de transition),
      *    2 cle absente refusee, 3 cle erronee
      * Periode de transition : tant que la date de reference (date
      * du jour a defaut) ne depasse pas la fin de transition deposee
      * par l'exploitation dans CleContratTransition.txt (AAAA-MM-JJ),
      * un numero saisi sans cle reste accepte ; sans ce fichier la
      * transition court toujours. Une cle saisie est toujours
      * controlee
      *---------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select FichierTransitionCle assign to
                "C:\fichiers-cobol\CleContratTransition.txt"
                organization is line sequential access sequential
                file status is FichierTransitionStatus.

       data division.
       file section.
       FD FichierTransitionCle record varying from 0 to 255.
       01 EnrFichierTransitionCle pic x(255).

       working-storage section.

       77  FichierTransitionStatus pic x(2).
       77  TransitionChargee       pic 9 value 0.
       77  FinTransitionCle        pic X(10) value spaces.
       01  DateJourCle.
           10 Annee Pic 9999.
           10 Mois  Pic 99.
           10 Jour  Pic 99.
       77  DateReferenceCle        pic X(10).

       77  AlphabetCle             pic X(36)
           value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  CaractereCle            pic X.
       77  RangCaractereCle        pic 99.
       77  ValeurCaractereCle      pic 99.
       77  CaractereTrouveCle      pic 9.
       01  NombreCle.
           05 ValeurProduit1Cle    PIC 99.
           05 ValeurProduit2Cle    PIC 99.
           05 NoContratNombreCle   PIC 9(8).
       01  NombreCleNum redefines NombreCle PIC 9(12).
       77  TravailCle              PIC 9(14).
       77  QuotientCle             PIC 9(14).
       77  ResteCle                PIC 99.
       77  CleCalculee             PIC 99.
       01  CleSaisieTxt            PIC X(2).
       01  CleSaisieNum redefines CleSaisieTxt PIC 99.

       Linkage section.
       01 DemandeCleContrat.
           05 ActionCK             PIC X.
           05 CodeProduitCK        PIC X(2).
           05 NoContratCK          PIC 9(8).
           05 CleSaisieCK          PIC X(2).
           05 DateReferenceCK      PIC X(10).
           05 CleContratCK         PIC 99.
           05 RetourCK             PIC 9.

       procedure division using DemandeCleContrat.
       Debut.
           Move 0 to RetourCK
           Perform CalculCleContrat
           Move CleCalculee to CleContratCK

           evaluate ActionCK
               when 'C'
                   continue
               when 'V'
                   Perform VerifieCleContrat
               when other
                   Move 3 to RetourCK
           end-evaluate

           goback.

      *---------------------------------------------------------------
      *  Cle du contrat : code produit puis numero, reduits modulo 97
      *---------------------------------------------------------------
       CalculCleContrat.
           Move CodeProduitCK(1:1) to CaractereCle
           Perform ValeurCaractere
           Move ValeurCaractereCle to ValeurProduit1Cle
           Move CodeProduitCK(2:1) to CaractereCle
           Perform ValeurCaractere
           Move ValeurCaractereCle to ValeurProduit2Cle
           Move NoContratCK to NoContratNombreCle

           Compute TravailCle = NombreCleNum * 100
           Divide TravailCle by 97 giving QuotientCle
               remainder ResteCle
           Compute CleCalculee = 97 - ResteCle.

      *    Rang du caractere dans 0-9 puis A-Z - un blanc ou un
      *    caractere hors alphabet vaut zero
       ValeurCaractere.
           Move 0 to ValeurCaractereCle
           Move 0 to CaractereTrouveCle
           Move 1 to RangCaractereCle
           Perform RechercheCaractere
               until RangCaractereCle > 36
                  or CaractereTrouveCle = 1.

       RechercheCaractere.
           If AlphabetCle(RangCaractereCle:1) = CaractereCle
               Compute ValeurCaractereCle = RangCaractereCle - 1
               Move 1 to CaractereTrouveCle
           else
               Add 1 to RangCaractereCle
           end-if.

      *---------------------------------------------------------------
      *  Controle de la cle saisie ou recue avec le numero
      *---------------------------------------------------------------
       VerifieCleContrat.
           Move CleSaisieCK to CleSaisieTxt
      *    Cle saisie sur un seul chiffre (cadree a gauche)
           If CleSaisieTxt(2:1) = space
            and CleSaisieTxt(1:1) not = space
               Move CleSaisieTxt(1:1) to CleSaisieTxt(2:1)
               Move '0' to CleSaisieTxt(1:1)
           end-if

           evaluate true
               when CleSaisieTxt = spaces
                   Perform ChargeFinTransition
                   Move DateReferenceCK to DateReferenceCle
                   If DateReferenceCle = spaces
                       ACCEPT DateJourCle from date YYYYMMDD
                       String Annee of DateJourCle '-'
                           Mois of DateJourCle '-'
                           Jour of DateJourCle into DateReferenceCle
                       end-string
                   end-if
                   If FinTransitionCle = spaces
                    or DateReferenceCle <= FinTransitionCle
                       Move 1 to RetourCK
                   else
                       Move 2 to RetourCK
                   end-if
               when CleSaisieTxt is not numeric
                   Move 3 to RetourCK
               when CleSaisieNum not = CleCalculee
                   Move 3 to RetourCK
               when other
                   Move 0 to RetourCK
           end-evaluate.

      *---------------------------------------------------------------
      *  Fin de la periode de transition, lue une fois par session
      *---------------------------------------------------------------
       ChargeFinTransition.
           If TransitionChargee = 0
               Move 1 to TransitionChargee
               open input FichierTransitionCle
               if FichierTransitionStatus = "00"
                   read FichierTransitionCle
                       at end continue
                       not at end
                           If EnrFichierTransitionCle(1:4) is numeric
                            and EnrFichierTransitionCle(5:1) = '-'
                            and EnrFichierTransitionCle(6:2) is numeric
                            and EnrFichierTransitionCle(8:1) = '-'
                            and EnrFichierTransitionCle(9:2) is numeric
                               Move EnrFichierTransitionCle(1:10)
                                   to FinTransitionCle
                           end-if
                   end-read
                   close FichierTransitionCle
               end-if
           end-if.
