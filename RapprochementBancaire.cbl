
      *    Releve de compte remis par la banque (CSV comme
      *    ProduitsEpargne.csv) : une ligne par mouvement -
      *    Date;Sens(C/D);Montant;Iban;Libelle, encadree par
      *    ENTETE;... et TOTAL;NbLignes;TotalMontant (credits et debits
      *    confondus, cf ControleFichierRecu). Le libelle d'un credit
      *    peut porter en tete la reference du contrat PP NNNNNNNN-CC
           select FichierReleve assign to
                "C:\fichiers-cobol\ReleveBancaire.csv"
                organization is line sequential access sequential
       77  IndexContrat            pic 9(3).
       77  FichierEpargneStatus    pic x(2).
       77  ImportFichierOk         pic 9.
       77  NbChampsImport          pic 99.
       77  CodeProduitRecherche    pic XX.
       77  ProduitTrouve           pic 9.
       77  IndexRechProduit        pic 9(3).
       77  SouscriptionTrouvee     pic 9.
       77  NbSouscriptionsActivees pic 9(5) value 0.
      *---------------------------------------------------------------
      * Transferts entrants en attente des fonds de l'etablissement
      * d'origine (cf TransfertsEntrants) : le credit vient de cet
      * etablissement, pas du souscripteur - il est reconnu par le
      * montant transfere et par le code banque de l'IBAN emetteur.
      * Le contrat s'active comme une souscription, DateEffet prend la
      * date d'arrivee des fonds (l'anteriorite reste portee par
      * DateAnteriorite) et le transfert passe 'R'
      *---------------------------------------------------------------
       77  NbTransfertsRecus       pic 9(5) value 0.
      *---------------------------------------------------------------
      * Remises collectives d'employeur (cf ImportVersementsEmployeur) :
      * le credit global de l'employeur (montant = total de la remise,
      * IBAN = celui du referentiel Employeurs) solde la remise
           10 HeureBatchCent       pic 99.
       77  HorodatageBatch         pic X(19).

      *---------------------------------------------------------------
      * Controle du fichier entrant avant integration (cf
      * ControleFichierRecu) : entete, pied TOTAL cadre et doublon
      *---------------------------------------------------------------
       01  ControleReception.
           05 JobCX                PIC X(30).
           05 NomFichierCX         PIC X(60).
           05 RangMontantCX        PIC 9.
           05 NoPassageCX          PIC 9(8).
           05 FichierAccepteCX     PIC 9.
           05 MotifRefusCX         PIC X(60).
           05 NbLignesCX           PIC 9(7).
           05 MontantTotalCX       PIC 9(13)V99.
           05 EmpreinteCX          PIC 9(9).

      *---------------------------------------------------------------
      * Reference de contrat portee en tete du libelle d'un credit
      * (PP NNNNNNNN-CC, telle qu'imprimee sur les certificats et
      * avis) : cle controlee (cf CleContrat), sans cle toleree
      * pendant la periode de transition. Une reference juste
      * restreint l'activation au contrat designe ; une reference
      * refusee n'est rapprochee de rien et part en exception
      *---------------------------------------------------------------
       01  DemandeCleContrat.
           05 ActionCK             PIC X.
           05 CodeProduitCK        PIC X(2).
           05 NoContratCK          PIC 9(8).
           05 CleSaisieCK          PIC X(2).
           05 DateReferenceCK      PIC X(10).
           05 CleContratCK         PIC 99.
           05 RetourCK             PIC 9.
       01  ReferenceContratRB.
           05 CodeProduitRefTxt    PIC X(2).
           05 BlancRefTxt          PIC X.
           05 NoContratRefTxt      PIC X(8).
           05 NoContratRefNum REDEFINES NoContratRefTxt PIC 9(8).
           05 TiretRefTxt          PIC X.
           05 CleRefTxt            PIC X(2).
       77  CodeProduitRefRB        pic X(2).
       77  NoContratRefRB          pic 9(8).
       77  ReferenceRefusee        pic 9.
       77  NbReferencesRefusees    pic 9(5) value 0.
       77  TypeExceptionRB         pic X(10).

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".
       copy "Copybook-csv.cpy".
                And T.IdTiers = PC.TiersSouscr
                And T.Iban = :IbanOP
                And PC.MontantSouscr = :MontantOrdreOP
                And (:CodeProduitRefRB = ' '
                 Or (PC.CodeProduit = :CodeProduitRefRB
                 And PC.NoContrat = :NoContratRefRB))
                ORDER BY PC.CodeProduit, PC.NoContrat
           END-EXEC.

      *    Transfert entrant attendu au meme montant depuis la banque
      *    emettrice du credit
           EXEC SQL
               DECLARE TransfertAttente-Curseur CURSOR FOR
                Select PC.CodeProduit, PC.NoContrat, PC.MontantSouscr,
                 COALESCE(PC.DerogFrais, 0),
                 COALESCE(PC.FraisEntreeDerog, 0)
                From ProduitsClient PC, TransfertsEntrants TE
                Where TE.EtatTransfert = 'A'
                And TE.CodeBanqueOrigine = :CodeBanqueOrigineTE
                And PC.CodeProduit = TE.CodeProduit
                And PC.NoContrat = TE.NoContrat
                And PC.EtatProduit = 2
                And PC.ValeurCourante = 0
                And PC.MontantSouscr = :MontantOrdreOP
                And (:CodeProduitRefRB = ' '
                 Or (PC.CodeProduit = :CodeProduitRefRB
                 And PC.NoContrat = :NoContratRefRB))
                ORDER BY TE.DateSaisie, PC.CodeProduit, PC.NoContrat
           END-EXEC.

           EXEC SQL
               DECLARE OrdresNonRegles-Curseur CURSOR FOR
                Select NoOrdre, CodeProduit, NoContrat, IdTiers,
               Mois of DateOperationContrat into PeriodeTraitement
           end-string
           Perform DebutControleBatch.
           Perform ControleFichierEntrant.

           If FichierAccepteCX = 0
               Display " Releve bancaire refuse - aucun mouvement"
                   " rapproche "
               move 1 to EofReleve
           else
               open input FichierReleve
               evaluate FichierReleveStatus
                   when "00"
                       read FichierReleve
                           at end move 1 to EofReleve
                       end-read
                   when "35"
                       Display " Releve bancaire introuvable - job"
                           " interrompu "
                       move 1 to EofReleve
                   when other
                       Display " Erreur ouverture releve bancaire -"
                           " code " FichierReleveStatus
                       move 1 to EofReleve
               end-evaluate
           end-if.

           open output FichierExceptions.
           evaluate FichierExceptionsStatus
      *  exception
      *---------------------------------------------------------------
       RapprochementBancaire-Trt.
           If EnrFichierReleve(1:6) not = "ENTETE"
            and EnrFichierReleve(1:6) not = "TOTAL;"
               Perform TrtLigneReleve
           end-if.

           read FichierReleve
               at end move 1 to EofReleve
                   continue
               when other
                   Add 1 to NbMouvementsLus
                   Move "RELEVE" to TypeExceptionRB
                   Perform ControleReferenceReleve
                   If ReferenceRefusee = 1
                       Add 1 to NbMouvementsSansOrdre
                       Add 1 to NbReferencesRefusees
                       Move "REFERENCE" to TypeExceptionRB
                       Perform EcritExceptionMouvement
                   else
                       Perform RapprocheMouvement
                   end-if
           end-evaluate.

      *---------------------------------------------------------------
      *  Reference de contrat en tete du libelle d'un credit : code
      *  produit, blanc, numero sur 8 chiffres, puis -CC. Pas de
      *  reference = rapprochement par montant et IBAN seuls
      *---------------------------------------------------------------
       ControleReferenceReleve.
           Move spaces to CodeProduitRefRB
           Move 0 to NoContratRefRB
           Move 0 to ReferenceRefusee
           Move LibelleRB(1:14) to ReferenceContratRB

           If SensMouvementRB = 'C'
            and CodeProduitRefTxt not = spaces
            and BlancRefTxt = space
            and NoContratRefTxt is numeric
               Move 'V' to ActionCK
               Move CodeProduitRefTxt to CodeProduitCK
               Move NoContratRefNum to NoContratCK
               evaluate TiretRefTxt
                   when '-'
                       Move CleRefTxt to CleSaisieCK
                   when space
                       Move spaces to CleSaisieCK
                   when other
                       Move "??" to CleSaisieCK
               end-evaluate
               Move spaces to DateReferenceCK
               Call 'CleContrat' using DemandeCleContrat

               If RetourCK < 2
                   Move CodeProduitRefTxt to CodeProduitRefRB
                   Move NoContratRefNum to NoContratRefRB
               else
                   Move 1 to ReferenceRefusee
               end-if
           end-if.

      *---------------------------------------------------------------
      *  Un credit recu doit correspondre a un prelevement 'P' attendu
      *  (versement programme tire), un debit sorti a un virement 'V'
                   Perform ActiveSouscriptionAttente
               end-if

      *        Ou les fonds d'un transfert entrant venus de
      *        l'etablissement d'origine
               If RemiseTrouvee = 0 and SouscriptionTrouvee = 0
                and SensMouvementRB = 'C'
                   Perform ActiveTransfertEntrant
               end-if

               If RemiseTrouvee = 1 or SouscriptionTrouvee = 1
                   Add 1 to NbMouvementsRapproches
               else
           END-EXEC

           If SouscriptionTrouvee = 1
               Perform ActiveContratFondsRecus
           end-if.

      *---------------------------------------------------------------
      *  Activation d'un transfert entrant : IBAN emetteur francais
      *  (code banque en positions 5 a 9), meme activation qu'une
      *  souscription, puis date d'effet a l'arrivee des fonds et
      *  transfert recu
      *---------------------------------------------------------------
       ActiveTransfertEntrant.
           If IbanRB(1:2) = "FR" and IbanRB(5:5) is numeric
               Move IbanRB(5:5) to CodeBanqueOrigineTE

               EXEC SQL
                   OPEN TransfertAttente-Curseur
               END-EXEC

               EXEC SQL
                   FETCH TransfertAttente-Curseur
                       INTO :CodeProduitPC, :NoContratPC,
                        :MontantSouscrPC, :DerogFraisPC,
                        :FraisEntreeDerogPC
               END-EXEC

               If SQLCODE = 0
                   Move 1 to SouscriptionTrouvee
               end-if

               EXEC SQL
                   CLOSE TransfertAttente-Curseur
               END-EXEC

               If SouscriptionTrouvee = 1
                   Perform ActiveContratFondsRecus
               end-if

               If SouscriptionTrouvee = 1
                   Perform RecoitTransfertEntrant
               end-if
           end-if.

       RecoitTransfertEntrant.
           Move DateMouvementRB to DateEffetPC
           EXEC SQL
               UPDATE ProduitsClient
               SET DateEffet = :DateEffetPC
               WHERE (CodeProduit = :CodeProduitOC
               AND NoContrat = :NoContratOC)
           END-EXEC

           If SQLCODE = 0
               Move CodeProduitOC to CodeProduitTE
               Move NoContratOC to NoContratTE
               Move DateMouvementRB to DateReceptionTE
               EXEC SQL
                   UPDATE TransfertsEntrants
                   SET EtatTransfert = 'R',
                       DateReception = :DateReceptionTE
                   WHERE (CodeProduit = :CodeProduitTE
                   AND NoContrat = :NoContratTE
                   AND EtatTransfert = 'A')
               END-EXEC
           end-if

           If SQLCODE = 0
               Add 1 to NbTransfertsRecus
           else
               Display " Erreur reception transfert : " CodeProduitOC
                   ' ' NoContratOC
           end-if.

      *---------------------------------------------------------------
      *  Fonds recus pour un contrat en attente (souscription ou
      *  transfert entrant) : frais d'entree, operations 'S' et 'F'
      *  datees du mouvement, valeur nette creditee
      *---------------------------------------------------------------
       ActiveContratFondsRecus.
           Move CodeProduitPC to CodeProduitOC
           Move NoContratPC to NoContratOC
           Move CodeProduitPC to CodeProduitRecherche
           Perform ChargeParamProduit

           If ProduitTrouve = 0
               Display " Produit inconnu - activation impossible"
                   " : " CodeProduitPC ' ' NoContratPC
               Move 0 to SouscriptionTrouvee
           else
      *        Derogation de frais negociee sur ce contrat : le
      *        taux derogatoire remplace celui du produit
               If DerogFraisPC = 1
                   Multiply MontantSouscrPC by FraisEntreeDerogPC
                       giving FraisContratTmp
               else
                   Multiply MontantSouscrPC by FraisEntree of Tab
                       giving FraisContratTmp
               end-if
               Subtract FraisContratTmp from MontantSouscrPC
                   giving MontantNetSouscription

               Move 'S' to TypeOperationOC
               Move MontantSouscrPC to MontantOperationOC
               Move 1 to NoOperationOC
               Move DateMouvementRB to DateOperationOC
               Perform PoseOperationActivation

               Move 'F' to TypeOperationOC
               Move FraisContratTmp to MontantOperationOC
               Move 2 to NoOperationOC
               Perform PoseOperationActivation

      *        Les fonds sont la : la valeur est creditee, mais le
      *        contrat ne passe pleinement actif que si le dossier
      *        est complet (cf PiecesContrat) - sinon il reste en 2
      *        et c'est le pointage de la derniere piece qui
      *        l'activera (cf PiecesDossier)
               Move 0 to NbPiecesManquantes
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :NbPiecesManquantes
                   FROM PiecesContrat
                   WHERE (CodeProduit = :CodeProduitOC
                   AND NoContrat = :NoContratOC
                   AND Recue = 0)
               END-EXEC

               If NbPiecesManquantes = 0
                   EXEC SQL
                       UPDATE ProduitsClient
                       SET EtatProduit = 1,
                           ValeurCourante = :MontantNetSouscription
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC)
                   END-EXEC
               else
                   EXEC SQL
                       UPDATE ProduitsClient
                       SET ValeurCourante = :MontantNetSouscription
                       WHERE (CodeProduit = :CodeProduitOC
                       AND NoContrat = :NoContratOC)
                   END-EXEC
                   Add 1 to NbFondsRecusDossierInc
                   Display " Fonds recus mais dossier incomplet"
                       " : " CodeProduitOC ' ' NoContratOC
               end-if

               If SQLCODE = 0
                   Add 1 to NbSouscriptionsActivees
               else
                   Display " Erreur activation : " CodeProduitOC
                       ' ' NoContratOC
                   Move 0 to SouscriptionTrouvee
               end-if
           end-if.

                   ,NoOperation
                   ,TypeOperation
                   ,MontantOperation
                   ,DateOperation
                   ,NoPassage)
               VALUES
                   (:CodeProduitOC
                   ,:NoContratOC
                   ,:NoOperationOC
                   ,:TypeOperationOC
                   ,:MontantOperationOC
                   ,:DateOperationOC
                   ,:NoPassageCB)
           END-EXEC

           If SQLCODE <> 0

       EcritExceptionMouvement.
           If FichierExceptionsOk = 1
               String TypeExceptionRB     delimited by space
                   ';' DateMouvementRB    delimited by size
                   ';' SensMouvementRB    delimited by size
                   ';' MontantMouvRBTxt   delimited by size
               Perform ListeOrdresSansMouvement
           end-if.

           If FichierReleveStatus = "00"
            or FichierReleveStatus = "10"
               close FichierReleve
           end-if.
           If FichierExceptionsOk = 1
               close FichierExceptions
           end-if.
           Display " Souscriptions financees : "
               NbSouscriptionsActivees " dont "
               NbFondsRecusDossierInc " en attente de pieces ".
           Display " dont transferts entrants recus : "
               NbTransfertsRecus.
           Display " Remises employeur soldees par credit global : "
               NbRemisesRapprochees.
           Display " Credits a reference de contrat refusee (cle) : "
               NbReferencesRefusees.

       ListeOrdresSansMouvement.
           EXEC SQL
               CLOSE OrdresNonRegles-Curseur
           END-EXEC.

      *---------------------------------------------------------------
      *  Releve presente au controle des fichiers recus - le montant
      *  est le 3e champ de la ligne
      *---------------------------------------------------------------
       ControleFichierEntrant.
           Move "RapprochementBancaire" to JobCX
           Move "C:\fichiers-cobol\ReleveBancaire.csv" to NomFichierCX
           Move 3 to RangMontantCX
           Move NoPassageCB to NoPassageCX
           Call 'ControleFichierRecu' using ControleReception.

      *---------------------------------------------------------------
      *  Controle des passages batch : ce job quotidien trace chaque
      *  passage mais ne refuse pas les relancements (les ordres deja
      *  regles ne sont plus candidats au rapprochement, un releve
      *  deja integre est refuse par le registre des fichiers recus)
      *---------------------------------------------------------------
       DebutControleBatch.
           Move "RapprochementBancaire" to NomJobCB
           Move 0 to NbTraitesCB
           Move 'E' to EtatJobCB

           EXEC SQL
               SELECT COALESCE(MAX(NoPassage), 0)
               INTO :NoPassageCB
               FROM ControleBatch
           END-EXEC
           Add 1 to NoPassageCB

           EXEC SQL
               INSERT INTO ControleBatch
                   (NomJob, PeriodeJob, DateDebut, DateFin,
                    NbTraites, EtatJob, NoPassage)
               VALUES
                   (:NomJobCB, :PeriodeJobCB, :DateDebutCB,
                    :DateFinCB, :NbTraitesCB, :EtatJobCB,
                    :NoPassageCB)
           END-EXEC.

       FinControleBatch.
               WHERE (NomJob = :NomJobCB
               AND PeriodeJob = :PeriodeJobCB
               AND EtatJob = 'E')
           END-EXEC

           If SQLCODE = 0
            and FichierAccepteCX = 1
            and FichierReleveStatus = "00"
               Perform IntegreFichierRecu
           end-if.

      *---------------------------------------------------------------
      *  Passage termine sur un fichier lu jusqu'au bout : l'inscription
      *  'C' du controle des fichiers recus passe 'I' integre. Un
      *  passage interrompu ou en echec la laisse 'C' et le meme
      *  fichier pourra etre represente sans etre pris pour un doublon
      *---------------------------------------------------------------
       IntegreFichierRecu.
           Move JobCX to NomFluxRF
           Move EmpreinteCX to EmpreinteRF
           Move NoPassageCX to NoPassageRF

           EXEC SQL
               UPDATE FichiersRecus
               SET EtatFichier = 'I'
               WHERE (NomFlux = :NomFluxRF
               AND Empreinte = :EmpreinteRF
               AND NoPassage = :NoPassageRF
               AND EtatFichier = 'C')
           END-EXEC.

      *---------------------------------------------------------------
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
