       program-id. DeclarationPrelevementsDeces as
           "Contrat_Epargne_TS.DeclarationPrelevementsDeces".

       environment division.
       Configuration section.

       input-output section.
       file-control.
      *    Date de traitement metier optionnelle (AAAA-MM-JJ) deposee par
      *    l'exploitation pour un rattrapage : a defaut, l'horloge fait foi
           select FichierDateTraitement assign to
                "C:\fichiers-cobol\DateTraitement.txt"
                organization is line sequential access sequential
                file status is FichierDateTrtStatus.

      *    Declaration des prelevements deces en format fixe, une ligne
      *    par beneficiaire et par defunt (tous contrats du defunt)
           select FichierDeclDeces assign to
                "C:\fichiers-cobol\PrelevementsDeces-Declaration.txt"
                organization is line sequential access sequential
                file status is FichierDeclDecesStatus.

      *    Listing de controle : detail par beneficiaire et total
      *    general, a rapprocher du reversement au Tresor
           select FichierControleDeces assign to
                "C:\fichiers-cobol\PrelevementsDeces-Controle.txt"
                organization is line sequential access sequential
                file status is FichierControleDecesStatus.

       data division.

       file section.
       FD FichierDateTraitement record varying from 0 to 255.
       01 EnrFichierDateTrt pic x(255).

       FD FichierDeclDeces record varying from 0 to 255.
       01 EnrFichierDeclDeces pic x(255).

       FD FichierControleDeces record varying from 0 to 255.
       01 EnrFichierControleDeces pic x(255).

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

       77  FichierDeclDecesStatus  pic x(2).
       77  FichierControleDecesStatus pic x(2).
       77  FichiersDecesOk         pic 9.
       77  EnrLigneControle        pic X(255).

       77  DeclarationsEOF         pic 9.
       77  NbLignesDeclarees       pic 9(5) value 0.
       77  NbBenefDeclares         pic 9(5) value 0.
       77  DernierBenefDeclare     pic 9(8) value 0.

      *---------------------------------------------------------------
      * Mois declare : le mois civil precedant le passage (le job
      * tourne en debut de mois) - reglements de succession poses
      * dans PrelevementsDeces par DecesSouscripteur-Reglement
      *---------------------------------------------------------------
       01  MoisDeclare.
           05 AnneeMoisDeclare     pic 9(4).
           05 filler               pic X value '-'.
           05 MoisMoisDeclare      pic 99.
       77  MoisRecherche           pic X(10).
       77  TiersBeneficDecl        pic 9(8).
       77  IdTiersDefuntDecl       pic 9(8).
       77  CapitalAvant70Decl      pic 9(12)v99.
       77  CapitalApres70Decl      pic 9(12)v99.
       77  PrimesApres70Decl       pic 9(12)v99.
       77  AbattementDecl          pic 9(12)v99.
       77  AssietteDecl            pic 9(12)v99.
       77  PrelevementDecl         pic 9(12)v99.
       77  NomDefuntDecl           pic X(20).
       77  TotalAssietteDecl       pic 9(13)v99 value 0.
       77  TotalPrelevementDecl    pic 9(13)v99 value 0.
       77  TotalApres70Decl        pic 9(13)v99 value 0.

      *---------------------------------------------------------------
      * Enregistrement fixe de la declaration : montants cadres en
      * zones numeriques sans separateur (centimes implicites)
      *---------------------------------------------------------------
       01  EnrDeclarationDeces.
           05 MoisDeclDecesFixe    PIC X(7).
           05 TiersBenefDecesFixe  PIC 9(8).
           05 NomBenefDecesFixe    PIC X(20).
           05 PrenomBenefDecesFixe PIC X(25).
           05 IdDefuntDecesFixe    PIC 9(8).
           05 NomDefuntDecesFixe   PIC X(20).
      *    Part avant 70 ans : capital, abattement impute, assiette et
      *    prelevement retenu sur le paiement
           05 Avant70DecesFixe     PIC 9(12).
           05 AbattDecesFixe       PIC 9(12).
           05 AssietteDecesFixe    PIC 9(12).
           05 PrelevDecesFixe      PIC 9(12).
      *    Part apres 70 ans : capital et quote-part des primes, a
      *    reporter sur la declaration de succession (non retenus)
           05 Apres70DecesFixe     PIC 9(12).
           05 PrimesDecesFixe      PIC 9(12).
       77  MontantCentimes         PIC 9(12).
       77  MontantDisplayDeces     PIC Z(11)9.99.
       77  PrelevDisplayDeces      PIC Z(11)9.99.
       77  Apres70DisplayDeces     PIC Z(11)9.99.

      *---------------------------------------------------------------
      * Controle des passages batch : job mensuel, refus d'un second
      * passage sur la periode
      *---------------------------------------------------------------
       77  PeriodeTraitement       pic X(7).
       77  NbPassagesTermines      pic 9(5).
       77  BatchRefuse             pic 9 value 0.
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
      *  Mainline - declaration mensuelle des prelevements deces :
      *  pour chaque beneficiaire regle dans le mois declare, cumul
      *  par defunt (tous contrats confondus) des parts avant et
      *  apres 70 ans, de l'abattement impute et du prelevement
      *  retenu - fichier de declaration en format fixe + listing de
      *  controle a rapprocher du reversement
      *---------------------------------------------------------------
       Debut.
           perform DeclarationPrelevementsDeces-Init.
           perform DeclarationPrelevementsDeces-Trt
               until DeclarationsEOF = 1.
           perform DeclarationPrelevementsDeces-Fin.
           goback.

       DeclarationPrelevementsDeces-Init.
           Move 0 to DeclarationsEOF.

           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to DeclarationsEOF
               Move 1 to BatchRefuse
           else
               continue
           end-if.

           EXEC SQL
               DECLARE DeclDeces-Curseur CURSOR FOR
                Select TiersBenefic, IdTiersDefunt,
                 SUM(CapitalAvant70), SUM(CapitalApres70),
                 SUM(PrimesApres70), SUM(Abattement),
                 SUM(Assiette), SUM(Prelevement)
                From PrelevementsDeces
                Where DateReglement LIKE :MoisRecherche
                GROUP BY TiersBenefic, IdTiersDefunt
                ORDER BY TiersBenefic, IdTiersDefunt
           END-EXEC.

           ACCEPT DateOperationContrat from date YYYYMMDD.
           Perform ChargeDateTraitement.
           If Mois of DateOperationContrat = 1
               Compute AnneeMoisDeclare =
                   Annee of DateOperationContrat - 1
               Move 12 to MoisMoisDeclare
           else
               Move Annee of DateOperationContrat to AnneeMoisDeclare
               Compute MoisMoisDeclare =
                   Mois of DateOperationContrat - 1
           end-if.
           String MoisDeclare "-%" into MoisRecherche
           end-string.

           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat into PeriodeTraitement
           end-string.

           If BatchRefuse = 0
               Perform DebutControleBatch
           end-if.

           If BatchRefuse = 0
               EXEC SQL
                   OPEN DeclDeces-Curseur
               END-EXEC

               Move 1 to FichiersDecesOk
               open output FichierDeclDeces
               If FichierDeclDecesStatus not = "00"
                   Move 0 to FichiersDecesOk
               end-if
               open output FichierControleDeces
               If FichierControleDecesStatus not = "00"
                   Move 0 to FichiersDecesOk
               end-if

               If FichiersDecesOk = 0
                   Display " Erreur ouverture fichiers prelevements"
                       " deces - job interrompu "
                   Move 1 to DeclarationsEOF
               else
                   Move spaces to EnrLigneControle
                   String "CONTROLE PRELEVEMENTS DECES MOIS "
                       MoisDeclare
                       into EnrLigneControle
                   end-string
                   Move EnrLigneControle to EnrFichierControleDeces
                   write EnrFichierControleDeces
                   Move spaces to EnrLigneControle
                   String "Beneficiaire;Defunt;Assiette;"
                       "Prelevement;Apres70"
                       into EnrLigneControle
                   end-string
                   Move EnrLigneControle to EnrFichierControleDeces
                   write EnrFichierControleDeces
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Une ligne beneficiaire / defunt du mois : declaration fixe
      *  avec les identites, detail au listing de controle
      *---------------------------------------------------------------
       DeclarationPrelevementsDeces-Trt.
           EXEC SQL
               FETCH DeclDeces-Curseur
                   INTO :TiersBeneficDecl, :IdTiersDefuntDecl,
                    :CapitalAvant70Decl, :CapitalApres70Decl,
                    :PrimesApres70Decl, :AbattementDecl,
                    :AssietteDecl, :PrelevementDecl
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to DeclarationsEOF
           else
               Perform EcritDeclarationDeces
           end-if.

       EcritDeclarationDeces.
      *    Defunt : nom seul, pour rapprochement avec la succession
           Move spaces to NomDefuntDecl
           Move IdTiersDefuntDecl to IdTiers of TiersSouscrBenef
           EXEC SQL
               SELECT Nom
               INTO :Nom
               FROM TiersSB
               WHERE IdTiers = :IdTiers
           END-EXEC
           If SQLCODE = 0
               Move Nom of TiersSouscrBenef to NomDefuntDecl
           end-if

           Move spaces to Nom of TiersSouscrBenef
           Move spaces to Prenom of TiersSouscrBenef
           Move TiersBeneficDecl to IdTiers of TiersSouscrBenef
           EXEC SQL
               SELECT Nom, Prenom
               INTO :Nom, :Prenom
               FROM TiersSB
               WHERE IdTiers = :IdTiers
           END-EXEC

           Move MoisDeclare to MoisDeclDecesFixe
           Move TiersBeneficDecl to TiersBenefDecesFixe
           Move Nom of TiersSouscrBenef to NomBenefDecesFixe
           Move Prenom of TiersSouscrBenef to PrenomBenefDecesFixe
           Move IdTiersDefuntDecl to IdDefuntDecesFixe
           Move NomDefuntDecl to NomDefuntDecesFixe
           Compute MontantCentimes = CapitalAvant70Decl * 100
           Move MontantCentimes to Avant70DecesFixe
           Compute MontantCentimes = AbattementDecl * 100
           Move MontantCentimes to AbattDecesFixe
           Compute MontantCentimes = AssietteDecl * 100
           Move MontantCentimes to AssietteDecesFixe
           Compute MontantCentimes = PrelevementDecl * 100
           Move MontantCentimes to PrelevDecesFixe
           Compute MontantCentimes = CapitalApres70Decl * 100
           Move MontantCentimes to Apres70DecesFixe
           Compute MontantCentimes = PrimesApres70Decl * 100
           Move MontantCentimes to PrimesDecesFixe
           Move EnrDeclarationDeces to EnrFichierDeclDeces
           write EnrFichierDeclDeces

           Move AssietteDecl to MontantDisplayDeces
           Move PrelevementDecl to PrelevDisplayDeces
           Move CapitalApres70Decl to Apres70DisplayDeces
           Move spaces to EnrLigneControle
           String TiersBeneficDecl ';' IdTiersDefuntDecl ';'
               MontantDisplayDeces ';' PrelevDisplayDeces ';'
               Apres70DisplayDeces
               into EnrLigneControle
           end-string
           Move EnrLigneControle to EnrFichierControleDeces
           write EnrFichierControleDeces

           Add AssietteDecl to TotalAssietteDecl
           Add PrelevementDecl to TotalPrelevementDecl
           Add CapitalApres70Decl to TotalApres70Decl
           Add 1 to NbLignesDeclarees
      *    Curseur trie par beneficiaire : un changement de Tiers est
      *    un beneficiaire de plus
           If TiersBeneficDecl not = DernierBenefDeclare
               Add 1 to NbBenefDeclares
               Move TiersBeneficDecl to DernierBenefDeclare
           end-if.

      *---------------------------------------------------------------
      *  Fermeture : totaux generaux, bilan
      *---------------------------------------------------------------
       DeclarationPrelevementsDeces-Fin.
           If BatchRefuse = 0 and FichiersDecesOk = 1
               EXEC SQL
                   CLOSE DeclDeces-Curseur
               END-EXEC

               Move TotalAssietteDecl to MontantDisplayDeces
               Move spaces to EnrLigneControle
               String "TOTAL GENERAL ASSIETTE;" MontantDisplayDeces
                   into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleDeces
               write EnrFichierControleDeces

               Move TotalPrelevementDecl to MontantDisplayDeces
               Move spaces to EnrLigneControle
               String "TOTAL GENERAL PRELEVEMENTS;"
                   MontantDisplayDeces
                   into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleDeces
               write EnrFichierControleDeces

               Move TotalApres70Decl to MontantDisplayDeces
               Move spaces to EnrLigneControle
               String "TOTAL GENERAL APRES 70 ANS;"
                   MontantDisplayDeces
                   into EnrLigneControle
               end-string
               Move EnrLigneControle to EnrFichierControleDeces
               write EnrFichierControleDeces

               close FichierDeclDeces
               close FichierControleDeces
               Perform FinControleBatch
           end-if.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Declaration prelevements deces " MoisDeclare
               " : " NbBenefDeclares " beneficiaire(s), "
               NbLignesDeclarees " ligne(s) ".

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
      *  Controle des passages batch - job mensuel, refus si la periode
      *  est deja terminee
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "DeclarationPrelevementsDeces" to NomJobCB
           Move PeriodeTraitement to PeriodeJobCB
           Move 0 to NbPassagesTermines

           EXEC SQL
               SELECT COUNT(*)
               INTO :NbPassagesTermines
               FROM ControleBatch
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'T')
           END-EXEC

           If NbPassagesTermines > 0
               Display " Passage deja termine pour la periode "
                   PeriodeTraitement
                   " - job refuse (cf table ControleBatch) "
               Move 1 to DeclarationsEOF
               Move 1 to BatchRefuse
           else
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
               END-EXEC
           end-if.

       FinControleBatch.
           ACCEPT HeureBatch from time
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat ' '
               HeureBatchH ':' HeureBatchMn ':' HeureBatchSec
               into HorodatageBatch
           end-string

           Move HorodatageBatch to DateFinCB
           Move NbLignesDeclarees to NbTraitesCB

           EXEC SQL
               UPDATE ControleBatch
               SET DateFin = :DateFinCB,
                   NbTraites = :NbTraitesCB,
                   EtatJob = 'T'
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC.

       end program DeclarationPrelevementsDeces.
