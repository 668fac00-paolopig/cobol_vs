
       77  TiersEOF                pic 9.
       77  ContratsEOF             pic 9.
       77  ControlantsEOF          pic 9.
       77  NbControlantsDeclares   pic 9(5) value 0.
       77  NbTiersDeclares         pic 9(5) value 0.
       77  NbComptesDeclares       pic 9(5) value 0.
       77  AnneeDeclaree           pic 9(4).
           05 CodeProduitCRSFixe   PIC X(2).
           05 NoContratCRSFixe     PIC 9(8).
           05 SoldeCRSFixe         PIC 9(12).
      *    Statut du titulaire declare : 'P' personne physique, 'E'
      *    entite (personne morale, SIREN a la place du prenom), 'C'
      *    personne detenant le controle d'une entite passive - le
      *    compte est alors celui de l'entite IdEntiteCRSFixe
           05 TypeTitulaireCRSFixe PIC X.
           05 SirenCRSFixe         PIC X(9).
           05 IdEntiteCRSFixe      PIC 9(8).
       77  MontantCentimes         PIC 9(12).
       77  TotalSoldesCRS          PIC 9(13)v99 value 0.
       77  MontantDisplayCRS       PIC Z(12)9.99.
       77  IdTiersCRS              PIC 9(8).
       77  TypeTitulaireCRS        PIC X.
       77  IdEntiteCRS             PIC 9(8).

      *---------------------------------------------------------------
      * Controle des passages batch : declaration annuelle, refus d'un
       procedure division.
      *---------------------------------------------------------------
      *  Mainline - extrait annuel d'echange automatique (FATCA/CRS) :
      *  pour chaque Tiers resident fiscal d'une juridiction
      *  participant a l'echange (premier ou second pays, hors France,
      *  au referentiel des pays), une ligne de declaration en
      *  format fixe par compte (contrat) avec identite, NIF,
      *  juridictions et solde - plus le listing de controle. La
      *  declaration n'est plus assemblee a la main chaque annee.
      *  Une personne morale se declare comme entite (hors institution
      *  financiere) ; les comptes d'une entite passive sont declares
      *  en plus au nom de ses beneficiaires effectifs non residents
      *---------------------------------------------------------------
       Debut.
           Move "ExtraitEchangeCRS" to JobEvt
           Call 'EcritJournalExploitation' using EvenementExploitation
           perform ExtraitEchangeCRS-Init.
           perform ExtraitEchangeCRS-Trt until TiersEOF = 1.
           perform ExtraitEchangeCRS-Controlants.
           perform ExtraitEchangeCRS-Fin.
           goback.

               continue
           end-if.

      *    Titulaires a declarer : residence fiscale, sur l'un des deux
      *    pays, dans une juridiction participant a l'echange hors
      *    France (referentiel des pays, cf ImportReferentielPays) -
      *    une personne morale institution financiere (StatutCRS 'F')
      *    declare elle-meme : ecartee
           EXEC SQL
               DECLARE TiersCRS-Curseur CURSOR FOR
                Select IdTiers, Nom, Prenom,
                 COALESCE(NifEtranger, ' '),
                 COALESCE(PaysResidFisc, ' '),
                 COALESCE(PaysResidFisc2, ' '),
                 COALESCE(TypeTiers, ' '),
                 COALESCE(Siren, ' ')
                From TiersSB
                Where (PaysResidFisc IN
                 (Select CodeIso2 From ReferentielPays
                  Where ParticipantCrs = 'O' And CodeIso2 <> 'FR')
                OR PaysResidFisc2 IN
                 (Select CodeIso2 From ReferentielPays
                  Where ParticipantCrs = 'O' And CodeIso2 <> 'FR'))
                AND NOT (COALESCE(TypeTiers, ' ') = 'M'
                 AND COALESCE(StatutCRS, ' ') = 'F')
                ORDER BY IdTiers
           END-EXEC.

      *    Personnes detenant le controle des entites passives
      *    (beneficiaires effectifs residents d'une juridiction
      *    participante hors France) : les comptes de
      *    l'entite sont declares a leur nom, quelle que soit la
      *    residence de l'entite
           EXEC SQL
               DECLARE ControlantsCRS-Curseur CURSOR FOR
                Select B.IdTiersEntite, T.IdTiers, T.Nom, T.Prenom,
                 COALESCE(T.NifEtranger, ' '),
                 COALESCE(T.PaysResidFisc, ' '),
                 COALESCE(T.PaysResidFisc2, ' ')
                From BeneficiairesEffectifs B, TiersSB E, TiersSB T
                Where E.IdTiers = B.IdTiersEntite
                And E.TypeTiers = 'M'
                And E.StatutCRS = 'P'
                And COALESCE(E.FusionneVers, 0) = 0
                And T.IdTiers = B.IdTiersPersonne
                And (T.PaysResidFisc IN
                 (Select CodeIso2 From ReferentielPays
                  Where ParticipantCrs = 'O' And CodeIso2 <> 'FR')
                OR T.PaysResidFisc2 IN
                 (Select CodeIso2 From ReferentielPays
                  Where ParticipantCrs = 'O' And CodeIso2 <> 'FR'))
                ORDER BY B.IdTiersEntite, T.IdTiers
           END-EXEC.

           EXEC SQL
               DECLARE ContratsCRS-Curseur CURSOR FOR
                Select CodeProduit, NoContrat, ValeurCourante
                   end-string
                   Move EnrLigneControle to EnrFichierControleCRS
                   write EnrFichierControleCRS
                   move "IdTiers;Type;Nom;Pays1;Pays2;Nif;Contrat;Solde"
                       to EnrFichierControleCRS
                   write EnrFichierControleCRS
               end-if
           EXEC SQL
               FETCH TiersCRS-Curseur
                   INTO :IdTiers, :Nom, :Prenom, :NifEtrangerT,
                    :PaysResidFiscT, :PaysResidFisc2T, :TypeTiersT,
                    :SirenT
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to TiersEOF
           else
               Move IdTiers of TiersSouscrBenef to IdTiersCRS
               Move 0 to IdEntiteCRS
               If TypeTiersT = 'M'
                   Move 'E' to TypeTitulaireCRS
               else
                   Move 'P' to TypeTitulaireCRS
                   Move spaces to SirenT
               end-if
               Add 1 to NbTiersDeclares

               EXEC SQL
               END-EXEC
           end-if.

      *---------------------------------------------------------------
      *  Personnes detenant le controle des entites passives : une
      *  ligne 'C' par compte vivant de l'entite, a leur identite
      *---------------------------------------------------------------
       ExtraitEchangeCRS-Controlants.
           If BatchRefuse = 0 and FichiersCRSOk = 1
               EXEC SQL
                   OPEN ControlantsCRS-Curseur
               END-EXEC
               Move 0 to ControlantsEOF
               Perform EcritControlantCRS until ControlantsEOF = 1
               EXEC SQL
                   CLOSE ControlantsCRS-Curseur
               END-EXEC
           end-if.

       EcritControlantCRS.
           EXEC SQL
               FETCH ControlantsCRS-Curseur
                   INTO :IdTiersEntiteEF, :IdTiers, :Nom, :Prenom,
                    :NifEtrangerT, :PaysResidFiscT, :PaysResidFisc2T
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ControlantsEOF
           else
               Move IdTiersEntiteEF to IdTiersCRS
               Move IdTiersEntiteEF to IdEntiteCRS
               Move 'C' to TypeTitulaireCRS
               Move spaces to SirenT
               Add 1 to NbControlantsDeclares

               EXEC SQL
                   OPEN ContratsCRS-Curseur
               END-EXEC
               Move 0 to ContratsEOF
               Perform EcritCompteCRS until ContratsEOF = 1
               EXEC SQL
                   CLOSE ContratsCRS-Curseur
               END-EXEC
           end-if.

       EcritCompteCRS.
           EXEC SQL
               FETCH ContratsCRS-Curseur
               Move 1 to ContratsEOF
           else
               Move AnneeDeclaree to AnneeCRS
               Move IdTiers of TiersSouscrBenef to IdTiersCRSFixe
               Move Nom of TiersSouscrBenef to NomCRSFixe
               Move Prenom of TiersSouscrBenef to PrenomCRSFixe
               Move NifEtrangerT to NifCRSFixe
               Move NoContratPC to NoContratCRSFixe
               Compute MontantCentimes = ValeurCourantePC * 100
               Move MontantCentimes to SoldeCRSFixe
               Move TypeTitulaireCRS to TypeTitulaireCRSFixe
               Move SirenT to SirenCRSFixe
               Move IdEntiteCRS to IdEntiteCRSFixe

               Move EnrDeclarationCRS to EnrFichierCRS
               write EnrFichierCRS

               Move ValeurCourantePC to MontantDisplayCRS
               String IdTiersCRSFixe
                   ';' TypeTitulaireCRSFixe
                   ';' NomCRSFixe
                   ';' Pays1CRSFixe
                   ';' Pays2CRSFixe

           Display " Extrait CRS " AnneeDeclaree " : "
               NbTiersDeclares " titulaire(s), "
               NbComptesDeclares " compte(s) declare(s), "
               NbControlantsDeclares " controlant(s) d'entite passive ".

           Move 'I' to SeveriteEvt
           Move spaces to CleEvt
