       program-id. AlerteSMS as
           "Contrat_Epargne_TS.AlerteSMS".

      *---------------------------------------------------------------
      * Alertes de securite par SMS : tout evenement sensible saisi a
      * l'ecran (changement d'IBAN ou d'adresse postale, rachat ou
      * rachat total saisi, changement de clause beneficiaire) previent
      * le client sur son mobile, bien avant le courriel ou le courrier.
      * Le numero est pris sur la fiche Tiers (Telephone), ou impose par
      * l'appelant (ancien numero d'une fiche dont le telephone vient de
      * changer), puis valide et normalise au format international
      * (+33...) - un fixe ou un numero illisible n'est pas envoye.
      * Chaque alerte est numerotee dans AlertesSMS et ecrite au fichier
      * du jour de la passerelle SMS (SMS-AAAAMMJJ.txt) ; les accuses de
      * remise reviennent par AccusesSMS. Une fiche dont le numero est
      * marque non distribuable (TelephoneInvalide) n'est plus servie
      * jusqu'a ressaisie du telephone en maintenance.
      * Retour : 0 envoye, 1 pas de numero utilisable (absent, marque
      * non distribuable, fixe ou illisible - alerte tracee 'I'), 2
      * erreur base
      *---------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select FichierSMS assign to NomFichierSMS
                organization is line sequential access sequential
                file status is FichierSMSStatus.

       data division.
       file section.
       FD FichierSMS record varying from 0 to 255.
       01 EnrFichierSMS pic x(255).

       working-storage section.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  FichierSMSStatus        pic x(2).
       77  NomFichierSMS           pic X(60).
       77  EnrLigneSMS             pic X(255).
       01  DateFichierSMS.
           05 AnneeFichierSMS      pic X(4).
           05 filler               pic X.
           05 MoisFichierSMS       pic X(2).
           05 filler               pic X.
           05 JourFichierSMS       pic X(2).

      *---------------------------------------------------------------
      * Normalisation du numero : separateurs retires (blancs, points,
      * tirets, parentheses), prefixe 00 ramene a +, numero national a
      * 10 chiffres 06/07 passe en +336/+337 ; un numero international
      * garde ses 8 a 15 chiffres. Seuls les mobiles recoivent un SMS
      *---------------------------------------------------------------
       77  TelephoneSource         pic X(15).
       77  TelephoneChiffres       pic X(16).
       77  NbChiffresTel           pic 99.
       77  IndexTel                pic 99.
       77  CaractereTel            pic X.
       77  TelephoneValide         pic 9.
       77  TelephoneNormalise      pic X(16).

       77  TexteSMS                pic X(160).
       77  DateSMSAffiche          pic X(10).
       77  MontantSMSEd            pic Z(11)9.99.
       77  MontantSMSTexte         pic X(15).
       01  SmsTrimSource           pic X(999).
       01  SmsTrimCible            pic X(999).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".

       Linkage section.
       01 DemandeSMS.
           05 EvenementSMS         PIC X(6).
           05 IdTiersSMS           PIC 9(8).
           05 CodeProduitSMS       PIC X(2).
           05 NoContratSMS         PIC 9(8).
           05 MontantSMS           PIC 9(12)V99.
           05 DateEvenementSMS     PIC X(10).
           05 TelephoneForceSMS    PIC X(15).
           05 OperateurSMS         PIC X(8).
           05 NoSmsSMS             PIC 9(8).
           05 RetourSMS            PIC 9.

       procedure division using DemandeSMS.
       Debut.
           Move 0 to RetourSMS
           Move 0 to NoSmsSMS

           Perform ChercheTelephone
           Perform NormaliseTelephone
           Perform ComposeTexteSMS
           Perform EnregistreAlerte

           If RetourSMS = 0
               Perform EcritFichierPasserelle
           end-if

           goback.

      *---------------------------------------------------------------
      *  Numero a utiliser : celui impose par l'appelant, sinon celui
      *  de la fiche (souscripteur du contrat quand l'appelant ne
      *  connait pas le Tiers) - une fiche marquee non distribuable
      *  n'est pas servie
      *---------------------------------------------------------------
       ChercheTelephone.
           If IdTiersSMS = 0 and NoContratSMS not = 0
               Move CodeProduitSMS to CodeProduitPC
               Move NoContratSMS to NoContratPC
               EXEC SQL
                   SELECT TiersSouscr
                   INTO :TiersSouscrPC
                   FROM ProduitsClient
                   WHERE CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC
               END-EXEC
               If SQLCODE = 0
                   Move TiersSouscrPC to IdTiersSMS
               end-if
           end-if

           Move spaces to TelephoneSource
           If TelephoneForceSMS not = spaces
               Move TelephoneForceSMS to TelephoneSource
           else
               Move spaces to Telephone of TiersSouscrBenef
               Move 0 to TelephoneInvalideT
               Move IdTiersSMS to IdTiers of TiersSouscrBenef
               EXEC SQL
                   SELECT Telephone, COALESCE(TelephoneInvalide, 0)
                   INTO :Telephone, :TelephoneInvalideT
                   FROM TiersSB
                   WHERE IdTiers = :IdTiers
               END-EXEC
               If SQLCODE = 0 and TelephoneInvalideT = 0
                   Move Telephone of TiersSouscrBenef to TelephoneSource
               end-if
           end-if.

       NormaliseTelephone.
           Move spaces to TelephoneChiffres
           Move spaces to TelephoneNormalise
           Move 0 to NbChiffresTel
           Move 0 to TelephoneValide

           Perform RetienChiffreTel
               varying IndexTel from 1 by 1 until IndexTel > 15

           Evaluate true
               When NbChiffresTel = 0
                   continue
      *        +33 ou 0033 : neuf chiffres nationaux, mobile 6 ou 7
               When TelephoneChiffres(1:3) = "+33"
                   If NbChiffresTel = 12
                    and (TelephoneChiffres(4:1) = "6"
                     or TelephoneChiffres(4:1) = "7")
                       Move TelephoneChiffres to TelephoneNormalise
                       Move 1 to TelephoneValide
                   end-if
               When TelephoneChiffres(1:4) = "0033"
                   If NbChiffresTel = 13
                    and (TelephoneChiffres(5:1) = "6"
                     or TelephoneChiffres(5:1) = "7")
                       String "+33" TelephoneChiffres(5:9)
                           delimited by size into TelephoneNormalise
                       end-string
                       Move 1 to TelephoneValide
                   end-if
      *        Autre indicatif international : pris tel quel
               When TelephoneChiffres(1:1) = "+"
                   If NbChiffresTel >= 9 and NbChiffresTel <= 16
                       Move TelephoneChiffres to TelephoneNormalise
                       Move 1 to TelephoneValide
                   end-if
               When TelephoneChiffres(1:2) = "00"
                   If NbChiffresTel >= 10 and NbChiffresTel <= 17
                       String "+" TelephoneChiffres(3:14)
                           delimited by size into TelephoneNormalise
                       end-string
                       Move 1 to TelephoneValide
                   end-if
      *        Numero national : 06 / 07 seulement
               When other
                   If NbChiffresTel = 10
                    and (TelephoneChiffres(1:2) = "06"
                     or TelephoneChiffres(1:2) = "07")
                       String "+33" TelephoneChiffres(2:9)
                           delimited by size into TelephoneNormalise
                       end-string
                       Move 1 to TelephoneValide
                   end-if
           End-evaluate

           If TelephoneValide = 0
               Move 1 to RetourSMS
           end-if.

      *    Un caractere du numero : les chiffres sont gardes, le + aussi
      *    en tete, tout le reste (blancs, points, tirets...) tombe
       RetienChiffreTel.
           Move TelephoneSource(IndexTel:1) to CaractereTel
           If CaractereTel is numeric
            or (CaractereTel = "+" and NbChiffresTel = 0)
               If NbChiffresTel < 16
                   Add 1 to NbChiffresTel
                   Move CaractereTel
                       to TelephoneChiffres(NbChiffresTel:1)
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Texte de l'alerte (160 caracteres au plus, sans accent) :
      *  l'evenement, sa date, et la conduite a tenir si le client
      *  n'en est pas l'auteur
      *---------------------------------------------------------------
       ComposeTexteSMS.
           Move DateEvenementSMS to DateFichierSMS
           Move spaces to DateSMSAffiche
           String JourFichierSMS '/' MoisFichierSMS '/'
               AnneeFichierSMS into DateSMSAffiche
           end-string

           Move MontantSMS to MontantSMSEd
           Move MontantSMSEd to SmsTrimSource
           Call 'TrimSpaces' using SmsTrimSource, SmsTrimCible
           Move SmsTrimCible to MontantSMSTexte

           Move spaces to TexteSMS
           Evaluate EvenementSMS
               When "IBAN"
                   String "Les coordonnees bancaires de votre dossier"
                       " ont ete modifiees le " DateSMSAffiche
                       ". Si vous n'en etes pas l'auteur, appelez"
                       " votre conseiller."
                       delimited by size into TexteSMS
                   end-string
               When "ADRESS"
                   String "L'adresse postale de votre dossier a ete"
                       " modifiee le " DateSMSAffiche
                       ". Si vous n'en etes pas l'auteur, appelez"
                       " votre conseiller."
                       delimited by size into TexteSMS
                   end-string
               When "RACHAT"
                   String "Un rachat de " delimited by size
                       MontantSMSTexte delimited by space
                       " EUR a ete saisi le " DateSMSAffiche
                       " sur votre contrat " CodeProduitSMS " "
                       NoContratSMS
                       ". Si vous ne l'avez pas demande, appelez"
                       " votre conseiller."
                       delimited by size into TexteSMS
                   end-string
               When "RTOTAL"
                   String "Le rachat total de votre contrat "
                       CodeProduitSMS " " NoContratSMS
                       " a ete saisi le " DateSMSAffiche
                       ". Si vous ne l'avez pas demande, appelez"
                       " votre conseiller."
                       delimited by size into TexteSMS
                   end-string
               When "CLAUSE"
                   String "La clause beneficiaire de votre contrat "
                       CodeProduitSMS " " NoContratSMS
                       " a ete modifiee le " DateSMSAffiche
                       ". Si vous n'en etes pas l'auteur, appelez"
                       " votre conseiller."
                       delimited by size into TexteSMS
                   end-string
               When other
                   String "Une operation sensible a ete enregistree"
                       " sur votre dossier le " DateSMSAffiche
                       ". Si vous n'en etes pas l'auteur, appelez"
                       " votre conseiller."
                       delimited by size into TexteSMS
                   end-string
           End-evaluate.

      *---------------------------------------------------------------
      *  Trace de l'alerte, envoyee ('E', en attente d'accuse) ou non
      *  envoyee faute de numero utilisable ('I')
      *---------------------------------------------------------------
       EnregistreAlerte.
           EXEC SQL
               SELECT COALESCE(MAX(NoSms), 0) + 1
               INTO :NoSmsAS
               FROM AlertesSMS
           END-EXEC

           If SQLCODE not = 0
               Move 2 to RetourSMS
           else
               Move IdTiersSMS to IdTiersAS
               Move CodeProduitSMS to CodeProduitAS
               Move NoContratSMS to NoContratAS
               Move EvenementSMS to EvenementAS
               Move TelephoneNormalise to TelephoneAS
               Move TexteSMS to MessageAS
               Move DateEvenementSMS to DateEnvoiAS
               Move OperateurSMS to OperateurAS
               If RetourSMS = 0
                   Move 'E' to StatutSmsAS
               else
                   Move 'I' to StatutSmsAS
                   Move TelephoneSource to TelephoneAS
               end-if
               Move spaces to DateAccuseAS
               Move spaces to CodeRetourAS
               EXEC SQL
                   INSERT INTO AlertesSMS
                       (NoSms, IdTiers, CodeProduit, NoContrat, Evenement,
                        Telephone, Message, DateEnvoi, Operateur,
                        StatutSms, DateAccuse, CodeRetour)
                   VALUES
                       (:NoSmsAS, :IdTiersAS, :CodeProduitAS,
                        :NoContratAS, :EvenementAS, :TelephoneAS,
                        :MessageAS, :DateEnvoiAS, :OperateurAS,
                        :StatutSmsAS, :DateAccuseAS, :CodeRetourAS)
               END-EXEC
               If SQLCODE not = 0
                   Move 2 to RetourSMS
               else
                   Move NoSmsAS to NoSmsSMS
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Fichier du jour de la passerelle : NoSms (reference rendue
      *  par les accuses de remise) ; numero normalise ; texte
      *---------------------------------------------------------------
       EcritFichierPasserelle.
           Move spaces to NomFichierSMS
           String "C:\fichiers-cobol\SMS-"
               AnneeFichierSMS MoisFichierSMS JourFichierSMS
               ".txt" into NomFichierSMS
           end-string

           open extend FichierSMS
           If FichierSMSStatus = "35"
               open output FichierSMS
           end-if

           If FichierSMSStatus = "00" or FichierSMSStatus = "05"
               Move spaces to EnrLigneSMS
               String NoSmsAS               delimited by size
                   ';' TelephoneNormalise   delimited by space
                   ';' TexteSMS             delimited by size
                   into EnrLigneSMS
               end-string
               Move EnrLigneSMS to EnrFichierSMS
               write EnrFichierSMS
               close FichierSMS
           else
               Move 2 to RetourSMS
           end-if.

       end program AlerteSMS.
