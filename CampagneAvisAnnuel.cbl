       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
       77  NoSequenceAvis          pic 9(7) value 0.
       77  CumulMontantsAvis       pic 9(13)v99 value 0.

      *---------------------------------------------------------------
      * Pli groupe par foyer : variable d'environnement
      * CONTRAT_EPARGNE_AVIS_FOYER a 'O' - les avis des contrats des
      * membres d'un foyer confirme partent sous un seul pli adresse au
      * chef de foyer ; hors foyer, un pli par contrat comme avant
      *---------------------------------------------------------------
       77  AvisFoyerDemande        pic X.
       77  PliParFoyer             pic 9 value 0.
       77  NoFoyerAvis             pic 9(8).
       77  NoFoyerPrecedent        pic 9(8) value 0.
       77  NbPlisFoyer             pic 9(5) value 0.
       77  NbPlisEmis              pic 9(5) value 0.

      *---------------------------------------------------------------
      * Totaux d'un contrat (memes regles que AvisAnnuel-trt, extourne
      * comprise) puis cumuls de la campagne pour le controle
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Cle de controle imprimee a la suite du numero (cf CleContrat)
      *---------------------------------------------------------------
       01  DemandeCleContrat.
           05 ActionCK             PIC X.
           05 CodeProduitCK        PIC X(2).
           05 NoContratCK          PIC 9(8).
           05 CleSaisieCK          PIC X(2).
           05 DateReferenceCK      PIC X(10).
           05 CleContratCK         PIC 99.
           05 RetourCK             PIC 9.

      *---------------------------------------------------------------
      * Archive des documents clients (cf ArchiveDocument) : chaque
      * avis de contrat y est verse tel qu'ecrit pour l'imprimeur,
      * sans l'en-tete du pli foyer qui n'appartient a aucun contrat
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
               continue
           end-if.

      *    Pli groupe par foyer demande au lancement
           Move space to AvisFoyerDemande
           ACCEPT AvisFoyerDemande
               FROM ENVIRONMENT "CONTRAT_EPARGNE_AVIS_FOYER"
           If AvisFoyerDemande = 'O' or AvisFoyerDemande = 'o'
               Move 1 to PliParFoyer
           end-if.

      *    Contrats ayant vecu dans l'annee declaree
           EXEC SQL
               DECLARE ContratsCampagne-Curseur CURSOR FOR
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

      *    Meme population rangee par foyer confirme du souscripteur
      *    (0 = hors foyer) pour le pli groupe : les contrats d'un meme
      *    foyer se suivent
           EXEC SQL
               DECLARE ContratsCampFoyer-Curseur CURSOR FOR
                Select DISTINCT OC.CodeProduit, OC.NoContrat,
                 MF.NoFoyer
                From OperationsCompte OC, ProduitsClient PC,
                 MembresFoyer MF, Foyers F
                Where OC.DateOperation LIKE :AnneeRecherche
                And PC.CodeProduit = OC.CodeProduit
                And PC.NoContrat = OC.NoContrat
                And MF.IdTiers = PC.TiersSouscr
                And F.NoFoyer = MF.NoFoyer
                And F.EtatFoyer = 'A'
               UNION
                Select DISTINCT OC.CodeProduit, OC.NoContrat, 0
                From OperationsCompte OC, ProduitsClient PC
                Where OC.DateOperation LIKE :AnneeRecherche
                And PC.CodeProduit = OC.CodeProduit
                And PC.NoContrat = OC.NoContrat
                And NOT EXISTS
                 (Select MF.IdTiers From MembresFoyer MF, Foyers F
                  Where MF.IdTiers = PC.TiersSouscr
                  And F.NoFoyer = MF.NoFoyer
                  And F.EtatFoyer = 'A')
                ORDER BY 3, 1, 2
           END-EXEC.

           EXEC SQL
               DECLARE OperationsCampagne-Curseur CURSOR FOR
                Select NoOperation, TypeOperation, MontantOperation,
           Perform DebutControleBatch.

           If BatchRefuse = 0
               If PliParFoyer = 1
                   EXEC SQL
                       OPEN ContratsCampFoyer-Curseur
                   END-EXEC
               else
                   EXEC SQL
                       OPEN ContratsCampagne-Curseur
                   END-EXEC
               end-if

               Move 1 to FichiersCampagneOk
               open output FichierCampagne
           end-if.

       CampagneAvisAnnuel-Trt.
           Move 0 to NoFoyerAvis
           If PliParFoyer = 1
               EXEC SQL
                   FETCH ContratsCampFoyer-Curseur
                       INTO :CodeProduitOC, :NoContratOC, :NoFoyerAvis
               END-EXEC
           else
               EXEC SQL
                   FETCH ContratsCampagne-Curseur
                       INTO :CodeProduitOC, :NoContratOC
               END-EXEC
           end-if

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
                   add MontantOperationOC to TotalRetraitsAvis
               When 'I'
                   add MontantOperationOC to TotalInteretsAvis
      *        Participation aux benefices : servie avec les interets
               When 'B'
                   add MontantOperationOC to TotalInteretsAvis
      *        Complement de plancher deces : apport de capital au reglement
      *        - indemnite de reclamation de meme
               When 'D'
               When 'C'
                   add MontantOperationOC to TotalContributionsAvis
               When 'P'
                   add MontantOperationOC to TotalPrelSocAvis
               When 'X'
                       else
                           Move 0 to TotalInteretsAvis
                       end-if
                   When 'B'
                       If TotalInteretsAvis >= MontantExtourneAvis
                           subtract MontantExtourneAvis from TotalInteretsAvis
                       else
                           Move 0 to TotalInteretsAvis
                       end-if
                   When 'P'
                       If TotalPrelSocAvis >= MontantExtourneAvis
                           subtract MontantExtourneAvis from TotalPrelSocAvis

      *---------------------------------------------------------------
      *  Avis formate du contrat : identite et adresse du souscripteur
      *  en tete (publipostage), puis les quatre totaux de l'annee.
      *  Contrat d'un foyer en pli groupe : l'en-tete du pli (chef de
      *  foyer et son adresse) est ecrit au premier contrat du foyer,
      *  chaque avis suit sans adresse
      *---------------------------------------------------------------
       EcritAvisContrat.
           Move spaces to Nom of TiersSouscrBenef
               AND T.IdTiers = PC.TiersSouscr
           END-EXEC

           If NoFoyerAvis > 0
               If NoFoyerAvis not = NoFoyerPrecedent
                   Perform EcritEnTetePliFoyer
               end-if
               move all "-" to EnrFichierCampagne(1:78)
           else
               Add 1 to NbPlisEmis
               move all "=" to EnrFichierCampagne(1:78)
           end-if

           Move 'O' to ActionArchiveDA
           Move "RELEVE" to TypeDocumentDA
           Move 0 to IdTiersDA
           Move CodeProduitOC to CodeProduitDA
           Move NoContratOC to NoContratDA
           Move spaces to DateDocumentDA
           Move "CampagneAvisAnnuel" to ProgrammeDA
           Move "BATCH" to OperateurDA
           Call 'ArchiveDocument' using DemandeArchive
           Perform ArchiveLigneAvis
           write EnrFichierCampagne

      *    Numero de sequence de l'avis : l'imprimeur le renvoie dans
      *    son accuse, les trous se reimpriment (cf RetourImprimeur)
           Add 1 to NoSequenceAvis
           Move 'C' to ActionCK
           Move CodeProduitOC to CodeProduitCK
           Move NoContratOC to NoContratCK
           Move spaces to CleSaisieCK
           Move spaces to DateReferenceCK
           Call 'CleContrat' using DemandeCleContrat
           String "AVIS ANNUEL " AnneeDeclaree
               " - CONTRAT " CodeProduitOC ' ' NoContratOC
               '-' CleContratCK
               " - SEQ " NoSequenceAvis
               into EnrLigneCampagne
           end-string
           Move EnrLigneCampagne to EnrFichierCampagne
           Perform ArchiveLigneAvis
           write EnrFichierCampagne

           Move AnneeDeclaree to AnneeCampagneAW
               into EnrLigneCampagne
           end-string
           Move EnrLigneCampagne to EnrFichierCampagne
           Perform ArchiveLigneAvis
           write EnrFichierCampagne

      *    Souscription conjointe : le co-souscripteur est nomme sur
                       into EnrLigneCampagne
                   end-string
                   Move EnrLigneCampagne to EnrFichierCampagne
                   Perform ArchiveLigneAvis
                   write EnrFichierCampagne
               end-if
           end-if

      *    Pli groupe : l'adresse est celle de l'en-tete du pli
           If NoFoyerAvis = 0
               String NoRue of TiersSouscrBenef ' '
                   Rue of TiersSouscrBenef ' '
                   CodePostal of TiersSouscrBenef ' '
                   Ville of TiersSouscrBenef
                   into EnrLigneCampagne
               end-string
               Move EnrLigneCampagne to EnrFichierCampagne
               Perform ArchiveLigneAvis
               write EnrFichierCampagne
           end-if

           Move TotalContributionsAvis to MontantDisplayCA
           String "  Contributions (souscription + versements) : "
               MontantDisplayCA into EnrLigneCampagne
           end-string
           Move EnrLigneCampagne to EnrFichierCampagne
           Perform ArchiveLigneAvis
           write EnrFichierCampagne

           Move TotalRetraitsAvis to MontantDisplayCA
               MontantDisplayCA into EnrLigneCampagne
           end-string
           Move EnrLigneCampagne to EnrFichierCampagne
           Perform ArchiveLigneAvis
           write EnrFichierCampagne

           Move TotalInteretsAvis to MontantDisplayCA
               MontantDisplayCA into EnrLigneCampagne
           end-string
           Move EnrLigneCampagne to EnrFichierCampagne
           Perform ArchiveLigneAvis
           write EnrFichierCampagne

           Move TotalPrelSocAvis to MontantDisplayCA
               MontantDisplayCA into EnrLigneCampagne
           end-string
           Move EnrLigneCampagne to EnrFichierCampagne
           Perform ArchiveLigneAvis
           write EnrFichierCampagne

           Move 'F' to ActionArchiveDA
           Call 'ArchiveDocument' using DemandeArchive

           Add TotalContributionsAvis to CumulContributions
           Add TotalRetraitsAvis to CumulRetraits
           Add TotalInteretsAvis to CumulInteretsCampagne
           Add TotalPrelSocAvis to CumulPrelSoc
           Add 1 to NbAvisProduits.

      *    Ligne de l'avis telle qu'ecrite, versee a l'archive
       ArchiveLigneAvis.
           Move 'L' to ActionArchiveDA
           Move EnrFichierCampagne to LigneDA
           Call 'ArchiveDocument' using DemandeArchive.

      *---------------------------------------------------------------
      *  En-tete du pli d'un foyer : libelle du foyer, chef de foyer et
      *  son adresse - a defaut de chef, le souscripteur du premier
      *  contrat du foyer
      *---------------------------------------------------------------
       EcritEnTetePliFoyer.
           Move NoFoyerAvis to NoFoyerPrecedent
           Add 1 to NbPlisFoyer
           Add 1 to NbPlisEmis

           Move spaces to LibelleFO
           Move Nom of TiersSouscrBenef to NomB
           Move Prenom of TiersSouscrBenef to PrenomB
           Move NoRue of TiersSouscrBenef to NoRueB
           Move Rue of TiersSouscrBenef to RueB
           Move CodePostal of TiersSouscrBenef to CodePostalB
           Move Ville of TiersSouscrBenef to VilleB

           Move NoFoyerAvis to NoFoyerFO
           EXEC SQL
               SELECT Libelle
               INTO :LibelleFO
               FROM Foyers
               WHERE NoFoyer = :NoFoyerFO
           END-EXEC
           EXEC SQL
               SELECT T.Nom, T.Prenom, T.NoRue, T.Rue, T.CodePostal,
                T.Ville
               INTO :NomB, :PrenomB, :NoRueB, :RueB, :CodePostalB,
                :VilleB
               FROM MembresFoyer MF, TiersSB T
               WHERE MF.NoFoyer = :NoFoyerFO
               AND MF.RoleFoyer = 'C'
               AND T.IdTiers = MF.IdTiers
           END-EXEC

           move all "=" to EnrFichierCampagne(1:78)
           write EnrFichierCampagne

           Move spaces to EnrLigneCampagne
           String "PLI FOYER " NoFoyerAvis " - " LibelleFO
               into EnrLigneCampagne
           end-string
           Move EnrLigneCampagne to EnrFichierCampagne
           write EnrFichierCampagne

           Move spaces to EnrLigneCampagne
           String NomB ' ' PrenomB
               into EnrLigneCampagne
           end-string
           Move EnrLigneCampagne to EnrFichierCampagne
           write EnrFichierCampagne

           Move spaces to EnrLigneCampagne
           String NoRueB ' ' RueB ' ' CodePostalB ' ' VilleB
               into EnrLigneCampagne
           end-string
           Move EnrLigneCampagne to EnrFichierCampagne
           write EnrFichierCampagne.

      *---------------------------------------------------------------
      *  Fermeture : listing de controle avec les totaux du book
      *---------------------------------------------------------------
       CampagneAvisAnnuel-Fin.
           If BatchRefuse = 0 and FichiersCampagneOk = 1
               If PliParFoyer = 1
                   EXEC SQL
                       CLOSE ContratsCampFoyer-Curseur
                   END-EXEC
               else
                   EXEC SQL
                       CLOSE ContratsCampagne-Curseur
                   END-EXEC
               end-if

               String "CONTROLE CAMPAGNE AVIS " AnneeDeclaree
                   into EnrLigneCampagne
               Move EnrLigneCampagne to EnrFichierControleCamp
               write EnrFichierControleCamp

               Move spaces to EnrLigneCampagne
               String "Plis emis;" NbPlisEmis
                   into EnrLigneCampagne
               end-string
               Move EnrLigneCampagne to EnrFichierControleCamp
               write EnrFichierControleCamp

               If PliParFoyer = 1
                   Move spaces to EnrLigneCampagne
                   String "Dont plis foyer;" NbPlisFoyer
                       into EnrLigneCampagne
                   end-string
                   Move EnrLigneCampagne to EnrFichierControleCamp
                   write EnrFichierControleCamp
               end-if

               Move CumulContributions to MontantDisplayCA
               String "Total contributions;" MontantDisplayCA
                   into EnrLigneCampagne
           END-EXEC.

           Display " Campagne avis annuels " AnneeDeclaree " : "
               NbAvisProduits " avis produit(s) sous " NbPlisEmis
               " pli(s) ".

      *---------------------------------------------------------------
      *  Controle des passages batch - campagne annuelle, refus si la
           end-if.

       TrtLigne.
           Move 0 to NbChampsImport
           Unstring EnrFichierEpargne delimited by ";" into

               CodeProduit  of ligneProduit(IndexContrat)
               AgeMaxSouscriptionTxt of ligneProduit(IndexContrat)
               ControleAgeBenef of ligneProduit(IndexContrat)
               StatutVente of ligneProduit(IndexContrat)
               PlafondVersementsTxt of ligneProduit(IndexContrat)
               DetentionUnique of ligneProduit(IndexContrat)
               AncienneteAbattementTxt of ligneProduit(IndexContrat)
               AbattementAnnuelTxt of ligneProduit(IndexContrat)
               FraisGestionTxt of ligneProduit(IndexContrat)
               PlancherDeces of ligneProduit(IndexContrat)
               ValeurResidMinTxt of ligneProduit(IndexContrat)

               Tallying in NbChampsImport
           end-Unstring.

           evaluate true
               when NbChampsImport not = 25
                   continue
               when FraisEntreeTxt of ligneProduit(IndexContrat)
                   is not numeric
                    not = '2'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '3'
                and ConventionTaux of ligneProduit(IndexContrat)
                    not = '4'
                   continue
               when CapitalisationInterets
                    of ligneProduit(IndexContrat) not = '1'
               when AgeMaxSouscriptionTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when PlafondVersementsTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when AncienneteAbattementTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when AbattementAnnuelTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when FraisGestionTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when ValeurResidMinTxt
                   of ligneProduit(IndexContrat) is not numeric
                   continue
               when other
                   Add 1 to IndexContrat
           end-evaluate.
