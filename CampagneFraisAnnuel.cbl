       file-control.
      *    Releves annuels de frais de la campagne : un bloc formate
      *    par Tiers (frais d'entree, frais de versement, fiscalite de
      *    rachat, penalite de sortie, contrat par contrat puis
      *    totalises) avec le meme
      *    pave d'adresse publipostage que l'avis annuel - exige par le
      *    regulateur
           select FichierCampagneFrais assign to
      * SaisieVersementLibre / SaisieRachatLibre : la ligne 'F' suit
      * toujours son operation principale) : apres 'S' = frais
      * d'entree, apres 'V' = frais de versement, apres 'R' =
      * fiscalite de rachat, ou penalite de sortie si la ligne porte
      * NatureFrais 'P' - les frais de gestion annuels (NatureFrais
      * 'G', cf FraisGestionAnnuel) forment leur propre poste quel que
      * soit le mouvement qui precede - une extourne 'X' d'une ligne
      * 'F' se deduit du poste ou elle avait compte
      *---------------------------------------------------------------
       77  AnneeDeclaree           pic 9(4).
       77  AnneeRecherche          pic X(10).
       77  FraisEntreeContrat      pic 9(10)v99.
       77  FraisVersementContrat   pic 9(10)v99.
       77  FiscRachatContrat       pic 9(10)v99.
       77  PenaliteSortieContrat   pic 9(10)v99.
       77  FraisGestionContrat     pic 9(10)v99.
       77  FraisEntreeTiers        pic 9(12)v99.
       77  FraisVersementTiers     pic 9(12)v99.
       77  FiscRachatTiers         pic 9(12)v99.
       77  PenaliteSortieTiers     pic 9(12)v99.
       77  FraisGestionTiers       pic 9(12)v99.
       77  TotalFraisTiers         pic 9(12)v99.
       77  CumulFraisCampagne      pic 9(13)v99 value 0.
       77  MontantDisplayCF        pic Z(11)9.99.
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Archive des documents clients (cf ArchiveDocument) : chaque
      * releve de frais d'un Tiers y est verse tel qu'ecrit
      *---------------------------------------------------------------
       01  DemandeArchive.
           05 ActionArchiveDA      PIC X.
           05 TypeDocumentDA       PIC X(6).
           05 IdTiersDA            PIC 9(8).
           05 CodeProduitDA        PIC X(2).
           05 NoContratDA          PIC 9(8).
           05 DateDocumentDA       PIC X(10).
           05 ProgrammeDA          PIC X(30).
           05 OperateurDA          PIC X(8).
           05 VersionModeleDA      PIC 9(3) value 0.
           05 NoDocumentDA         PIC 9(8).
           05 NoLigneDA            PIC 9(5).
           05 LigneDA              PIC X(255).
           05 RetourDA             PIC 9.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".
                Select CodeProduit, NoContrat,
                 COALESCE(DerogFrais, 0),
                 COALESCE(FraisEntreeDerog, 0),
                 COALESCE(FraisVersementDerog, 0),
                 COALESCE(FraisGestionDerog, 0)
                From ProduitsClient
                Where TiersSouscr = :IdTiersFrais
                ORDER BY CodeProduit, NoContrat
           EXEC SQL
               DECLARE OperationsFrais-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation,
                 COALESCE(NoOperationOrigine, 0),
                 COALESCE(NatureFrais, ' ')
                From OperationsCompte
                Where (CodeProduit = :CodeProduitOC
                And NoContrat = :NoContratOC
               Move 0 to FraisEntreeTiers
               Move 0 to FraisVersementTiers
               Move 0 to FiscRachatTiers
               Move 0 to PenaliteSortieTiers
               Move 0 to FraisGestionTiers
               Move 0 to EnTeteEcrit

               EXEC SQL
               If EnTeteEcrit = 1
                   Compute TotalFraisTiers =
                       FraisEntreeTiers + FraisVersementTiers
                       + FiscRachatTiers + PenaliteSortieTiers
                       + FraisGestionTiers
                   Move FraisEntreeTiers to MontantDisplayCF
                   String "  TOTAL FRAIS D'ENTREE ............ : "
                       MontantDisplayCF into EnrLigneCampFrais
                   end-string
                   Move EnrLigneCampFrais to EnrFichierCampFrais
                   Perform ArchiveLigneReleve
                   write EnrFichierCampFrais
                   Move FraisVersementTiers to MontantDisplayCF
                   String "  TOTAL FRAIS DE VERSEMENT ........ : "
                       MontantDisplayCF into EnrLigneCampFrais
                   end-string
                   Move EnrLigneCampFrais to EnrFichierCampFrais
                   Perform ArchiveLigneReleve
                   write EnrFichierCampFrais
                   Move FiscRachatTiers to MontantDisplayCF
                   String "  TOTAL FISCALITE DE RACHAT ....... : "
                       MontantDisplayCF into EnrLigneCampFrais
                   end-string
                   Move EnrLigneCampFrais to EnrFichierCampFrais
                   Perform ArchiveLigneReleve
                   write EnrFichierCampFrais
                   Move PenaliteSortieTiers to MontantDisplayCF
                   String "  TOTAL PENALITES DE SORTIE ....... : "
                       MontantDisplayCF into EnrLigneCampFrais
                   end-string
                   Move EnrLigneCampFrais to EnrFichierCampFrais
                   Perform ArchiveLigneReleve
                   write EnrFichierCampFrais
                   Move FraisGestionTiers to MontantDisplayCF
                   String "  TOTAL FRAIS DE GESTION .......... : "
                       MontantDisplayCF into EnrLigneCampFrais
                   end-string
                   Move EnrLigneCampFrais to EnrFichierCampFrais
                   Perform ArchiveLigneReleve
                   write EnrFichierCampFrais
                   Move TotalFraisTiers to MontantDisplayCF
                   String "  TOTAL GENERAL DES FRAIS ......... : "
                       MontantDisplayCF into EnrLigneCampFrais
                   end-string
                   Move EnrLigneCampFrais to EnrFichierCampFrais
                   Perform ArchiveLigneReleve
                   write EnrFichierCampFrais
                   Move 'F' to ActionArchiveDA
                   Call 'ArchiveDocument' using DemandeArchive

                   Add TotalFraisTiers to CumulFraisCampagne
                   Add 1 to NbRelevesProduits
           EXEC SQL
               FETCH ContratsFrais-Curseur
                   INTO :CodeProduitOC, :NoContratOC, :DerogFraisPC,
                    :FraisEntreeDerogPC, :FraisVersDerogPC,
                    :FraisGestionDerogPC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               If FraisEntreeContrat > 0
                or FraisVersementContrat > 0
                or FiscRachatContrat > 0
                or PenaliteSortieContrat > 0
                or FraisGestionContrat > 0
                   If EnTeteEcrit = 0
                       Perform EcritEnTeteReleve
                       Move 1 to EnTeteEcrit
           Move 0 to FraisEntreeContrat
           Move 0 to FraisVersementContrat
           Move 0 to FiscRachatContrat
           Move 0 to PenaliteSortieContrat
           Move 0 to FraisGestionContrat
           Move space to DernierTypePrincipal

           EXEC SQL
           EXEC SQL
               FETCH OperationsFrais-Curseur
                   INTO :NoOperationOC, :TypeOperationOC,
                    :MontantOperationOC, :NoOperationOrigineOC,
                    :NatureFraisOC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
                   When 'R'
                       Move TypeOperationOC to DernierTypePrincipal
                   When 'F'
                       If NatureFraisOC = 'G'
                           Add MontantOperationOC to FraisGestionContrat
                       else
                           Evaluate DernierTypePrincipal
                               When 'S'
                                   Add MontantOperationOC
                                       to FraisEntreeContrat
                               When 'V'
                                   Add MontantOperationOC
                                       to FraisVersementContrat
                               When 'R'
                                   If NatureFraisOC = 'P'
                                       Add MontantOperationOC
                                           to PenaliteSortieContrat
                                   else
                                       Add MontantOperationOC
                                           to FiscRachatContrat
                                   end-if
                               When other
                                   continue
                           End-evaluate
                       end-if
                   When 'X'
                       Perform DeduitExtourneFrais
                   When other

           Move NoOperationOrigineOC to NoOperationOC
           EXEC SQL
               SELECT TypeOperation, COALESCE(NatureFrais, ' ')
               INTO :TypeOperationOC, :NatureFraisOC
               FROM OperationsCompte
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC
           END-EXEC

           If SQLCODE = 0 and TypeOperationOC = 'F'
            and NatureFraisOC = 'G'
               If FraisGestionContrat >= MontantExtourneFrais
                   Subtract MontantExtourneFrais from FraisGestionContrat
               else
                   Move 0 to FraisGestionContrat
               end-if
           end-if

           If SQLCODE = 0 and TypeOperationOC = 'F'
            and NatureFraisOC not = 'G'
               Move space to TypeOperationParent
               Compute NoOperationParent = NoOperationOrigineOC - 1
               EXEC SQL
                   FROM OperationsCompte
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND NoOperation =
                       (SELECT MAX(NoOperation)
                        FROM OperationsCompte
                        WHERE CodeProduit = :CodeProduitOC
                        AND NoContrat = :NoContratOC
                        AND NoOperation <= :NoOperationParent
                        AND TypeOperation <> 'F'))
               END-EXEC
               Evaluate TypeOperationParent
                   When 'S'
                           Move 0 to FraisVersementContrat
                       end-if
                   When 'R'
                       If NatureFraisOC = 'P'
                           If PenaliteSortieContrat
                            >= MontantExtourneFrais
                               Subtract MontantExtourneFrais
                                   from PenaliteSortieContrat
                           else
                               Move 0 to PenaliteSortieContrat
                           end-if
                       else
                           If FiscRachatContrat >= MontantExtourneFrais
                               Subtract MontantExtourneFrais
                                   from FiscRachatContrat
                           else
                               Move 0 to FiscRachatContrat
                           end-if
                       end-if
                   When other
                       continue
               WHERE IdTiers = :IdTiers
           END-EXEC

           Move 'O' to ActionArchiveDA
           Move "FRAIS" to TypeDocumentDA
           Move IdTiersFrais to IdTiersDA
           Move spaces to CodeProduitDA
           Move 0 to NoContratDA
           Move spaces to DateDocumentDA
           String Annee of DateOperationContrat '-'
               Mois of DateOperationContrat '-'
               Jour of DateOperationContrat into DateDocumentDA
           end-string
           Move "CampagneFraisAnnuel" to ProgrammeDA
           Move "BATCH" to OperateurDA
           Call 'ArchiveDocument' using DemandeArchive

           move all "=" to EnrFichierCampFrais(1:78)
           Perform ArchiveLigneReleve
           write EnrFichierCampFrais

           String "RELEVE ANNUEL DES FRAIS " AnneeDeclaree
               into EnrLigneCampFrais
           end-string
           Move EnrLigneCampFrais to EnrFichierCampFrais
           Perform ArchiveLigneReleve
           write EnrFichierCampFrais

           String Nom of TiersSouscrBenef ' '
               into EnrLigneCampFrais
           end-string
           Move EnrLigneCampFrais to EnrFichierCampFrais
           Perform ArchiveLigneReleve
           write EnrFichierCampFrais

           String NoRue of TiersSouscrBenef ' '
               into EnrLigneCampFrais
           end-string
           Move EnrLigneCampFrais to EnrFichierCampFrais
           Perform ArchiveLigneReleve
           write EnrFichierCampFrais

           move "  Contrat         Fr.Entree     Fr.Versement    Fisc.Rachat"
               to EnrLigneCampFrais
           Move spaces to EnrFichierCampFrais
           String EnrLigneCampFrais(1:59) "        Pen.Sortie"
               "      Fr.Gestion"
               into EnrFichierCampFrais
           end-string
           Perform ArchiveLigneReleve
           write EnrFichierCampFrais.

       EcritLigneContrat.
           String EnrLigneCampFrais(1:45) ' ' MontantDisplayCF
               into EnrLigneCampFrais
           end-string
           Move PenaliteSortieContrat to MontantDisplayCF
           String EnrLigneCampFrais(1:61) ' ' MontantDisplayCF
               into EnrLigneCampFrais
           end-string
           Move FraisGestionContrat to MontantDisplayCF
           String EnrLigneCampFrais(1:77) ' ' MontantDisplayCF
               into EnrLigneCampFrais
           end-string
           Move EnrLigneCampFrais to EnrFichierCampFrais
           Perform ArchiveLigneReleve
           write EnrFichierCampFrais

           Add FraisEntreeContrat to FraisEntreeTiers
           Add FraisVersementContrat to FraisVersementTiers
           Add FiscRachatContrat to FiscRachatTiers
           Add PenaliteSortieContrat to PenaliteSortieTiers
           Add FraisGestionContrat to FraisGestionTiers

      *    Derogation de frais negociee sur le contrat : les taux
      *    reellement appliques sont nommes sur le releve
                   " versement : " TauxDerogDisplay
                   into EnrLigneCampFrais
               end-string
               Move FraisGestionDerogPC to TauxDerogDisplay
               String EnrLigneCampFrais(1:70)
                   " gestion : " TauxDerogDisplay
                   into EnrLigneCampFrais
               end-string
               Move EnrLigneCampFrais to EnrFichierCampFrais
               Perform ArchiveLigneReleve
               write EnrFichierCampFrais
           end-if.

      *    Ligne du releve telle qu'ecrite, versee a l'archive
       ArchiveLigneReleve.
           Move 'L' to ActionArchiveDA
           Move EnrFichierCampFrais to LigneDA
           Call 'ArchiveDocument' using DemandeArchive.

      *---------------------------------------------------------------
      *  Fermeture : listing de controle et bilan
      *---------------------------------------------------------------
