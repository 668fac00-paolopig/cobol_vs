       program-id. ConversionContrat as
           "Contrat_Epargne_TS.ConversionContrat".

      *---------------------------------------------------------------
      * Conversion d'un contrat en vie vers un autre produit, sans
      * rachat ni nouvelle souscription : le contrat recoit un numero
      * du compteur du produit cible (CompteurContrat, meme
      * attribution que la souscription) et toutes ses lignes passent
      * sous la nouvelle cle - valeur et date d'effet (l'anteriorite
      * fiscale est conservee), historique des operations et
      * interets, clause beneficiaire et son historique, nantissement
      * (porte par ProduitsClient), mandats, avances, saisies,
      * procurations, pieces, documents, taches... L'ancienne cle
      * reste dans ConversionsProduit comme lien, et une offre
      * acceptee en attente passe convertie. L'eligibilite au produit
      * cible (statut de vente, bornes d'age, detention unique,
      * plafond) est controlee par l'appelant, qui garde aussi la
      * main sur le commit/rollback : rien n'est valide ici.
      * Retour : 0 converti (NoContratCibleDC), 1 contrat introuvable
      * ou non actif, 2 compteur du produit cible, 3 mise a jour
      *---------------------------------------------------------------
       data division.
       working-storage section.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.
       77  CodeProduitCibleCC      pic X(2).
       77  NoContratCibleCC        pic 9(8).

       01 DemandeCleContrat.
           05 ActionCK             PIC X.
           05 CodeProduitCK        PIC X(2).
           05 NoContratCK          PIC 9(8).
           05 CleSaisieCK          PIC X(2).
           05 DateReferenceCK      PIC X(10).
           05 CleContratCK         PIC 99.
           05 RetourCK             PIC 9.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".

       Linkage section.
       01 DemandeConversion.
           05 CodeProduitOrigDC    PIC X(2).
           05 NoContratOrigDC      PIC 9(8).
           05 CodeProduitCibleDC   PIC X(2).
           05 DateConversionDC     PIC X(10).
           05 ModeConversionDC     PIC X.
           05 OperateurDC          PIC X(8).
           05 NoContratCibleDC     PIC 9(8).
           05 ValeurConversionDC   PIC 9(12)v99.
           05 RetourDC             PIC 9.

       procedure division using DemandeConversion.
       Debut.
           Move 0 to RetourDC
           Move 0 to NoContratCibleDC
           Move 0 to ValeurConversionDC

           Perform ControleContratOrigine
           If RetourDC = 0
               Perform AttribueNumeroCible
           end-if
           If RetourDC = 0
               Perform ReporteContrat
           end-if
           If RetourDC = 0
               Perform ReporteHistorique
           end-if
           If RetourDC = 0
               Perform ReporteClauseEtGaranties
           end-if
           If RetourDC = 0
               Perform ReporteSuivi
           end-if
           If RetourDC = 0
               Perform TraceConversion
           end-if

           goback.

      *---------------------------------------------------------------
      *  Le contrat doit exister et etre actif (EtatProduit 1) : un
      *  contrat clos, en attente de fonds, en succession, echu ou en
      *  rente ne change pas de produit
      *---------------------------------------------------------------
       ControleContratOrigine.
           Move CodeProduitOrigDC to CodeProduitPC
           Move NoContratOrigDC to NoContratPC
           EXEC SQL
               SELECT ValeurCourante, EtatProduit
               INTO :ValeurCourantePC, :EtatProduitPC
               FROM ProduitsClient
               WHERE CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC
           END-EXEC

           If SQLCODE not = 0
               Move 1 to RetourDC
           else
               If EtatProduitPC not = 1
                or CodeProduitCibleDC = CodeProduitOrigDC
                   Move 1 to RetourDC
               else
                   Move ValeurCourantePC to ValeurConversionDC
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Numero suivant du produit cible (verrouille la ligne du
      *  compteur jusqu'au commit/rollback de l'appelant) - compteur
      *  amorce depuis l'existant quand le produit n'en a pas encore
      *---------------------------------------------------------------
       AttribueNumeroCible.
           Move CodeProduitCibleDC to CodeProduitCC
           EXEC SQL
               UPDATE CompteurContrat
               SET DernierNoContrat = DernierNoContrat + 1
               WHERE CodeProduit = :CodeProduitCC
           END-EXEC

           If SQLCODE = 100
               Move CodeProduitCibleDC to CodeProduitCibleCC
               Move 0 to NoContratCibleCC
               EXEC SQL
                   SELECT COALESCE(MAX(NoContrat), 0)
                   INTO :NoContratCibleCC
                   FROM ProduitsClient
                   WHERE CodeProduit = :CodeProduitCibleCC
               END-EXEC
               Add 1 to NoContratCibleCC
               Move NoContratCibleCC to DernierNoContrat
               EXEC SQL
                   INSERT INTO CompteurContrat
                       (CodeProduit, DernierNoContrat)
                   VALUES
                       (:CodeProduitCC, :DernierNoContrat)
               END-EXEC
               If SQLCODE not = 0
                   Move 2 to RetourDC
               end-if
           else
               If SQLCODE not = 0
                   Move 2 to RetourDC
               else
                   EXEC SQL
                       SELECT DernierNoContrat
                       INTO :DernierNoContrat
                       FROM CompteurContrat
                       WHERE CodeProduit = :CodeProduitCC
                   END-EXEC
                   If SQLCODE not = 0
                       Move 2 to RetourDC
                   end-if
               end-if
           end-if

           If RetourDC = 0
               Move DernierNoContrat to NoContratCibleDC
           end-if.

      *---------------------------------------------------------------
      *  Le contrat lui-meme : valeur, date d'effet, souscripteur,
      *  nantissement, programmes et garanties suivent la ligne
      *---------------------------------------------------------------
       ReporteContrat.
           Move CodeProduitOrigDC to CodeProduitOrigCV
           Move NoContratOrigDC to NoContratOrigCV
           Move CodeProduitCibleDC to CodeProduitCV
           Move NoContratCibleDC to NoContratCV

      *    Le nouveau numero recoit sa propre cle de controle
           Move 'C' to ActionCK
           Move CodeProduitCibleDC to CodeProduitCK
           Move NoContratCibleDC to NoContratCK
           Move spaces to CleSaisieCK
           Move spaces to DateReferenceCK
           Call 'CleContrat' using DemandeCleContrat
           Move CleContratCK to CleContratPC

           EXEC SQL
               UPDATE ProduitsClient
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV,
                   CleContrat = :CleContratPC,
                   Operateur = :OperateurDC
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV
               AND EtatProduit = 1)
           END-EXEC
           If SQLCODE not = 0
               Move 3 to RetourDC
           end-if.

      *---------------------------------------------------------------
      *  Historique : operations (courantes, archivees, en attente
      *  d'approbation), interets courus, avis de campagne - le
      *  releve et la situation a date du nouveau numero remontent a
      *  la souscription d'origine
      *---------------------------------------------------------------
       ReporteHistorique.
           EXEC SQL
               UPDATE OperationsCompte
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE OperationsArchive
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE OperationsEnAttente
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE InteretsCourus
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE AvisCampagne
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport.

      *---------------------------------------------------------------
      *  Clause beneficiaire (en vigueur et historique, acceptations
      *  comprises), avenants, mandats de prelevement, avances en
      *  cours, saisies et ATD, procurations
      *---------------------------------------------------------------
       ReporteClauseEtGaranties.
           EXEC SQL
               UPDATE BeneficiairesContrat
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE BeneficiairesHisto
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE AvenantsContrat
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE MandatsPrelevement
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE AvancesContrat
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE SaisiesContrat
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE Procurations
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport.

      *---------------------------------------------------------------
      *  Suivi du dossier : ordres de paiement, pieces, documents
      *  archives, taches, reclamations, alertes LCB-FT, desherence,
      *  prelevements deces, liberation de representant, transferts
      *  de propriete, entrant et entre contrats, reprises de
      *  commission
      *---------------------------------------------------------------
       ReporteSuivi.
           EXEC SQL
               UPDATE OrdresPaiement
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE PiecesContrat
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE DocumentsClient
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE Taches
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE Reclamations
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE AlertesAML
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE DossiersDesherence
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE PrelevementsDeces
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE LiberationsRepresentant
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE TransfertsPropriete
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE TransfertsEntrants
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE TransfertsContrat
               SET CodeProduitSrc = :CodeProduitCV,
                   NoContratSrc = :NoContratCV
               WHERE (CodeProduitSrc = :CodeProduitOrigCV
               AND NoContratSrc = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE TransfertsContrat
               SET CodeProduitDst = :CodeProduitCV,
                   NoContratDst = :NoContratCV
               WHERE (CodeProduitDst = :CodeProduitOrigCV
               AND NoContratDst = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport

           EXEC SQL
               UPDATE RepriseCommissions
               SET CodeProduit = :CodeProduitCV,
                   NoContrat = :NoContratCV
               WHERE (CodeProduit = :CodeProduitOrigCV
               AND NoContrat = :NoContratOrigCV)
           END-EXEC
           Perform ControleReport.

      *    Aucune ligne a reporter (SQLCODE 100) n'est pas une erreur
       ControleReport.
           If SQLCODE < 0
               Move 3 to RetourDC
           end-if.

      *---------------------------------------------------------------
      *  Lien ancienne cle / nouvelle cle, et offre acceptee soldee
      *---------------------------------------------------------------
       TraceConversion.
           Move DateConversionDC to DateConversionCV
           Move ValeurConversionDC to ValeurConversionCV
           Move ModeConversionDC to ModeConversionCV
           Move OperateurDC to OperateurCV
           EXEC SQL
               INSERT INTO ConversionsProduit
                   (CodeProduitOrig, NoContratOrig, CodeProduit,
                    NoContrat, DateConversion, ValeurConversion,
                    ModeConversion, Operateur)
               VALUES
                   (:CodeProduitOrigCV, :NoContratOrigCV,
                    :CodeProduitCV, :NoContratCV, :DateConversionCV,
                    :ValeurConversionCV, :ModeConversionCV,
                    :OperateurCV)
           END-EXEC
           If SQLCODE not = 0
               Move 3 to RetourDC
           else
               Move CodeProduitOrigDC to CodeProduitOF
               Move NoContratOrigDC to NoContratOF
               Move DateConversionDC to DateTraitementOF
               EXEC SQL
                   UPDATE OffresConversion
                   SET EtatOffre = 'C',
                       DateTraitement = :DateTraitementOF
                   WHERE (CodeProduit = :CodeProduitOF
                   AND NoContrat = :NoContratOF
                   AND EtatOffre = 'A')
               END-EXEC
               Perform ControleReport
           end-if.

       end program ConversionContrat.
