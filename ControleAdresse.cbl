       program-id. ControleAdresse as
           "Contrat_Epargne_TS.ControleAdresse".

      *---------------------------------------------------------------
      * Controle d'une adresse francaise au referentiel postal national
      * (ReferentielPostal, cf ImportReferentielPostal) : le code
      * postal doit exister et la ville etre l'une de ses communes -
      * libelle d'acheminement ou nom de la commune, sans tenir compte
      * de la casse, des tirets, apostrophes et blancs en trop, ni de
      * SAINT / SAINTE ecrits en entier (le referentiel ecrit ST / STE).
      * Rend :
      *  - VilleNormaliseeAD : le libelle d'acheminement de la commune
      *    reconnue, a imprimer sur le courrier
      *  - CommunesAD : les libelles d'acheminement du code postal
      *    (NbCommunesAD), proposes a l'operateur quand la ville ne
      *    correspond pas
      * RetourAD : 0 adresse conforme, 1 code postal inconnu, 2 ville
      * hors du code postal, 3 erreur base
      *---------------------------------------------------------------
       environment division.

       data division.
       working-storage section.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  CodePostalCherche       pic X(5).
       77  CommunesEOF             pic 9.
       77  VilleTrouvee            pic 9.
       77  LibelleLu               pic X(32).
       77  NomCommuneLu            pic X(38).
       77  VilleSaisieNormalisee   pic X(38).
       77  LibelleNormalise        pic X(38).
       77  NomCommuneNormalise     pic X(38).

      *---------------------------------------------------------------
      * Normalisation d'un nom de ville pour la comparaison
      *---------------------------------------------------------------
       77  VilleATraiter           pic X(38).
       77  VilleTraitee            pic X(38).
       01  MotsVille.
           05 MotVille             PIC X(38) OCCURS 8 TIMES.
       77  NbMotsVille             pic 99.
       77  IndexMot                pic 99.
       77  PointeurVille           pic 99.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".

       Linkage section.
       01 DemandeAdresse.
           05 CodePostalAD         PIC X(5).
           05 VilleAD              PIC X(25).
           05 VilleNormaliseeAD    PIC X(25).
           05 NbCommunesAD         PIC 99.
           05 CommuneAD            PIC X(25) OCCURS 50 TIMES.
           05 RetourAD             PIC 9.

       procedure division using DemandeAdresse.
       Debut.
           Move 0 to RetourAD
           Move 0 to NbCommunesAD
           Move 0 to VilleTrouvee
           Move spaces to VilleNormaliseeAD
           Move CodePostalAD to CodePostalCherche

           Move VilleAD to VilleATraiter
           Perform NormaliseVille
           Move VilleTraitee to VilleSaisieNormalisee

           EXEC SQL
               DECLARE CommunesPostales-Curseur CURSOR FOR
                Select DISTINCT LibelleAcheminement, NomCommune
                From ReferentielPostal
                Where CodePostal = :CodePostalCherche
                ORDER BY LibelleAcheminement, NomCommune
           END-EXEC

           EXEC SQL
               OPEN CommunesPostales-Curseur
           END-EXEC

           If SQLCODE not = 0
               Move 3 to RetourAD
           else
               Move 0 to CommunesEOF
               Perform LitCommune until CommunesEOF = 1
               EXEC SQL
                   CLOSE CommunesPostales-Curseur
               END-EXEC

               evaluate true
                   when RetourAD = 3
                       continue
                   when NbCommunesAD = 0
                       Move 1 to RetourAD
                   when VilleTrouvee = 0
                       Move 2 to RetourAD
                   when other
                       Move 0 to RetourAD
               end-evaluate
           end-if

           goback.

      *---------------------------------------------------------------
      *  Une commune du code postal : ajoutee a la liste proposee (un
      *  libelle une seule fois) et comparee a la ville saisie
      *---------------------------------------------------------------
       LitCommune.
           EXEC SQL
               FETCH CommunesPostales-Curseur
                   INTO :LibelleAcheminementPO, :NomCommunePO
           END-EXEC

           evaluate true
               when SQLCODE = 100 OR SQLCODE = 101
                   Move 1 to CommunesEOF
               when SQLCODE not = 0
                   Move 3 to RetourAD
                   Move 1 to CommunesEOF
               when other
                   Move LibelleAcheminementPO to LibelleLu
                   Move NomCommunePO to NomCommuneLu
                   Perform AjouteCommune
                   Perform CompareCommune
           end-evaluate.

       AjouteCommune.
           If NbCommunesAD = 0
               Move 1 to NbCommunesAD
               Move LibelleLu to CommuneAD(1)
           else
               If CommuneAD(NbCommunesAD) not = LibelleLu(1:25)
                and NbCommunesAD < 50
                   Add 1 to NbCommunesAD
                   Move LibelleLu to CommuneAD(NbCommunesAD)
               end-if
           end-if.

       CompareCommune.
           If VilleTrouvee = 0
               Move LibelleLu to VilleATraiter
               Perform NormaliseVille
               Move VilleTraitee to LibelleNormalise
               Move NomCommuneLu to VilleATraiter
               Perform NormaliseVille
               Move VilleTraitee to NomCommuneNormalise

               If VilleSaisieNormalisee = LibelleNormalise
                or VilleSaisieNormalisee = NomCommuneNormalise
                or VilleSaisieNormalisee = LibelleNormalise(1:25)
                   Move 1 to VilleTrouvee
                   Move LibelleLu to VilleNormaliseeAD
               end-if
           end-if.

      *---------------------------------------------------------------
      *  VilleATraiter en majuscules, tirets et apostrophes en blancs,
      *  un seul blanc entre les mots, SAINT / SAINTE en ST / STE -
      *  resultat dans VilleTraitee
      *---------------------------------------------------------------
       NormaliseVille.
           Move Function Upper-case(VilleATraiter) to VilleATraiter
           Inspect VilleATraiter replacing all '-' by ' '
           Inspect VilleATraiter replacing all "'" by ' '

           Move spaces to MotsVille
           Move 0 to NbMotsVille
           Unstring VilleATraiter delimited by all space into
               MotVille(1) MotVille(2) MotVille(3) MotVille(4)
               MotVille(5) MotVille(6) MotVille(7) MotVille(8)
               Tallying in NbMotsVille
           end-Unstring

           Move spaces to VilleTraitee
           Move 1 to PointeurVille
           Move 1 to IndexMot
           Perform AssembleMotVille until IndexMot > 8.

       AssembleMotVille.
           evaluate MotVille(IndexMot)
               when "SAINT"
                   Move "ST" to MotVille(IndexMot)
               when "SAINTE"
                   Move "STE" to MotVille(IndexMot)
           end-evaluate

           If MotVille(IndexMot) not = spaces
               If PointeurVille > 1
                   String ' ' delimited by size
                       into VilleTraitee with pointer PointeurVille
                   end-string
               end-if
               String MotVille(IndexMot) delimited by space
                   into VilleTraitee with pointer PointeurVille
               end-string
           end-if
           Add 1 to IndexMot.
