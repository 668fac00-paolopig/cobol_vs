       program-id. SignatureElectronique as
           "Contrat_Epargne_TS.SignatureElectronique".

      *---------------------------------------------------------------
      * Demandes de signature electronique : le formulaire et la clause
      * d'une souscription validee, l'autorisation du representant
      * legal d'un mineur, un avenant, un changement de clause ou un
      * transfert de propriete partent chez le prestataire de signature
      * au lieu d'attendre le retour papier. Une demande par signataire
      * et par document : elle est numerotee dans
      * SignaturesElectroniques et ecrite au fichier du jour du
      * prestataire (Signatures-AAAAMMJJ.txt) avec le signataire (nom,
      * courriel, telephone pour le code a usage unique), le document
      * et le contrat. Le statut revient par RetourSignatures, qui
      * pointe alors recue la piece du dossier (CodePieceSG) avec la
      * reference de preuve du prestataire.
      * Sans courriel sur la fiche du signataire, la demande est tracee
      * 'I' et la piece reste a pointer sur papier (cf PiecesDossier).
      * Retour : 0 envoyee, 1 pas de courriel, 2 erreur base ou fichier
      *---------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select FichierSignatures assign to NomFichierSignatures
                organization is line sequential access sequential
                file status is FichierSignaturesStatus.

       data division.
       file section.
       FD FichierSignatures record varying from 0 to 255.
       01 EnrFichierSignatures pic x(255).

       working-storage section.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  FichierSignaturesStatus pic x(2).
       77  NomFichierSignatures    pic X(60).
       77  EnrLigneSignature       pic X(255).
       01  DateFichierSignature.
           05 AnneeFichierSG       pic X(4).
           05 filler               pic X.
           05 MoisFichierSG        pic X(2).
           05 filler               pic X.
           05 JourFichierSG        pic X(2).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".

       Linkage section.
       01 DemandeSignature.
           05 TypeDocumentSIG      PIC X(6).
           05 ReferenceDocumentSIG PIC 9(8).
           05 CodePieceSIG         PIC X.
           05 IdTiersSIG           PIC 9(8).
           05 CodeProduitSIG       PIC X(2).
           05 NoContratSIG         PIC 9(8).
           05 DateDemandeSIG       PIC X(10).
           05 OperateurSIG         PIC X(8).
           05 NoSignatureSIG       PIC 9(8).
           05 RetourSIG            PIC 9.

       procedure division using DemandeSignature.
       Debut.
           Move 0 to RetourSIG
           Move 0 to NoSignatureSIG

           Perform ChercheSignataire
           Perform EnregistreDemande

           If RetourSIG = 0
               Perform EcritFichierPrestataire
           end-if

           goback.

      *---------------------------------------------------------------
      *  Signataire : le Tiers transmis, a defaut le souscripteur du
      *  contrat ; le courriel porte l'invitation a signer - une
      *  adresse marquee en echec (cf RebondsCourriel) ne sert pas
      *---------------------------------------------------------------
       ChercheSignataire.
           If IdTiersSIG = 0 and NoContratSIG not = 0
               Move CodeProduitSIG to CodeProduitPC
               Move NoContratSIG to NoContratPC
               EXEC SQL
                   SELECT TiersSouscr
                   INTO :TiersSouscrPC
                   FROM ProduitsClient
                   WHERE CodeProduit = :CodeProduitPC
                   AND NoContrat = :NoContratPC
               END-EXEC
               If SQLCODE = 0
                   Move TiersSouscrPC to IdTiersSIG
               end-if
           end-if

           Move spaces to Nom of TiersSouscrBenef
           Move spaces to Prenom of TiersSouscrBenef
           Move spaces to Courriel of TiersSouscrBenef
           Move spaces to Telephone of TiersSouscrBenef
           Move 0 to CourrielInvalideT
           Move IdTiersSIG to IdTiers of TiersSouscrBenef
           EXEC SQL
               SELECT Nom, Prenom, Courriel, Telephone,
                COALESCE(CourrielInvalide, 0)
               INTO :Nom, :Prenom, :Courriel, :Telephone,
                :CourrielInvalideT
               FROM TiersSB
               WHERE IdTiers = :IdTiers
           END-EXEC

           If SQLCODE not = 0
            or Courriel of TiersSouscrBenef = spaces
            or CourrielInvalideT = 1
               Move 1 to RetourSIG
           end-if.

      *---------------------------------------------------------------
      *  Trace de la demande, envoyee ('E', en attente du prestataire)
      *  ou non envoyee faute de courriel ('I')
      *---------------------------------------------------------------
       EnregistreDemande.
           EXEC SQL
               SELECT COALESCE(MAX(NoSignature), 0) + 1
               INTO :NoSignatureSG
               FROM SignaturesElectroniques
           END-EXEC

           If SQLCODE not = 0
               Move 2 to RetourSIG
           else
               Move TypeDocumentSIG to TypeDocumentSG
               Move ReferenceDocumentSIG to ReferenceDocumentSG
               Move CodeProduitSIG to CodeProduitSG
               Move NoContratSIG to NoContratSG
               Move IdTiersSIG to IdTiersSG
               Move CodePieceSIG to CodePieceSG
               Move DateDemandeSIG to DateDemandeSG
               Move OperateurSIG to OperateurSG
               If RetourSIG = 0
                   Move 'E' to StatutSignatureSG
               else
                   Move 'I' to StatutSignatureSG
               end-if
               Move spaces to DateStatutSG
               Move spaces to ReferencePreuveSG
               EXEC SQL
                   INSERT INTO SignaturesElectroniques
                       (NoSignature, TypeDocument, ReferenceDocument,
                        CodeProduit, NoContrat, IdTiers, CodePiece,
                        DateDemande, Operateur, StatutSignature,
                        DateStatut, ReferencePreuve)
                   VALUES
                       (:NoSignatureSG, :TypeDocumentSG,
                        :ReferenceDocumentSG, :CodeProduitSG,
                        :NoContratSG, :IdTiersSG, :CodePieceSG,
                        :DateDemandeSG, :OperateurSG,
                        :StatutSignatureSG, :DateStatutSG,
                        :ReferencePreuveSG)
               END-EXEC
               If SQLCODE not = 0
                   Move 2 to RetourSIG
               else
                   Move NoSignatureSG to NoSignatureSIG
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Fichier du jour du prestataire : NoSignature (reference
      *  rendue par le fichier de statuts) ; type et reference du
      *  document ; contrat ; signataire
      *---------------------------------------------------------------
       EcritFichierPrestataire.
           Move DateDemandeSIG to DateFichierSignature
           Move spaces to NomFichierSignatures
           String "C:\fichiers-cobol\Signatures-"
               AnneeFichierSG MoisFichierSG JourFichierSG
               ".txt" into NomFichierSignatures
           end-string

           open extend FichierSignatures
           If FichierSignaturesStatus = "35"
               open output FichierSignatures
           end-if

           If FichierSignaturesStatus = "00"
            or FichierSignaturesStatus = "05"
               Move spaces to EnrLigneSignature
               String NoSignatureSG         delimited by size
                   ';' TypeDocumentSG       delimited by space
                   ';' ReferenceDocumentSG  delimited by size
                   ';' CodeProduitSG        delimited by size
                   ';' NoContratSG          delimited by size
                   ';' IdTiersSG            delimited by size
                   ';' Nom of TiersSouscrBenef
                                            delimited by "  "
                   ';' Prenom of TiersSouscrBenef
                                            delimited by "  "
                   ';' Courriel of TiersSouscrBenef
                                            delimited by space
                   ';' Telephone of TiersSouscrBenef
                                            delimited by "  "
                   into EnrLigneSignature
               end-string
               Move EnrLigneSignature to EnrFichierSignatures
               write EnrFichierSignatures
               close FichierSignatures
           else
               Move 2 to RetourSIG
           end-if.

       end program SignatureElectronique.
