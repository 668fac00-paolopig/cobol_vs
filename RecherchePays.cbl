       program-id. RecherchePays as
           "Contrat_Epargne_TS.RecherchePays".

      *---------------------------------------------------------------
      * Recherche d'un pays au referentiel ReferentielPays (cf
      * ImportReferentielPays) a partir de ce qui a ete saisi ou
      * stocke : code ISO2 ("FR", "fr"), code ISO3 ("FRA") ou nom
      * francais ("France", "FRANCE") - la casse et les blancs de tete
      * ne comptent pas. Rend le pays du referentiel (codes, nom tel
      * qu'il s'ecrit dans l'adresse, indicateurs UE, SEPA, CRS, haut
      * risque, sanctions) : les controles de saisie, la classification
      * KYC, le filtrage et l'extrait CRS lisent tous leurs listes de
      * pays ici.
      * RetourPS : 0 pays trouve, 1 saisie a blanc ou pays inconnu du
      * referentiel, 2 erreur base
      *---------------------------------------------------------------
       environment division.

       data division.
       working-storage section.

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  SaisieNormalisee        pic X(25).
       77  SaisieCadree            pic X(25).
       77  NbBlancsTete            pic 99.
       77  LongueurSaisie          pic 99.
       77  IndexSaisie             pic 99.
       77  CodeIso2Cherche         pic X(2).
       77  CodeIso3Cherche         pic X(3).
       77  PaysTrouve              pic 9.

       copy "Copybook-param.cpy".
       copy "Copybook-SQL.cpy".

       Linkage section.
       01 DemandePays.
           05 SaisiePS             PIC X(25).
           05 CodeIso2PS           PIC X(2).
           05 CodeIso3PS           PIC X(3).
           05 NomPaysPS            PIC X(25).
           05 MembreUEPS           PIC X.
           05 MembreSepaPS         PIC X.
           05 ParticipantCrsPS     PIC X.
           05 RisqueElevePS        PIC X.
           05 SanctionsPS          PIC X.
           05 RetourPS             PIC 9.

       procedure division using DemandePays.
       Debut.
           Move spaces to CodeIso2PS
           Move spaces to CodeIso3PS
           Move spaces to NomPaysPS
           Move 'N' to MembreUEPS
           Move 'N' to MembreSepaPS
           Move 'N' to ParticipantCrsPS
           Move 'N' to RisqueElevePS
           Move 'N' to SanctionsPS
           Move 1 to RetourPS
           Move 0 to PaysTrouve

           Perform NormaliseSaisie

           If LongueurSaisie > 0
               evaluate LongueurSaisie
                   when 2
                       Perform RechercheCodeIso2
                   when 3
                       Perform RechercheCodeIso3
               end-evaluate
               If PaysTrouve = 0 and RetourPS not = 2
                   Perform RechercheNomPays
               end-if
           end-if

           If PaysTrouve = 1
               Move 0 to RetourPS
               Move CodeIso2RP to CodeIso2PS
               Move CodeIso3RP to CodeIso3PS
               Move NomPaysRP to NomPaysPS
               Move MembreUERP to MembreUEPS
               Move MembreSepaRP to MembreSepaPS
               Move ParticipantCrsRP to ParticipantCrsPS
               Move RisqueEleveRP to RisqueElevePS
               Move SanctionsRP to SanctionsPS
           end-if

           goback.

      *---------------------------------------------------------------
      *  Saisie en majuscules, cadree a gauche, et sa longueur utile
      *---------------------------------------------------------------
       NormaliseSaisie.
           Move Function Upper-case(SaisiePS) to SaisieNormalisee
           Move 0 to NbBlancsTete
           Inspect SaisieNormalisee tallying NbBlancsTete
               for leading space
           If NbBlancsTete > 0 and NbBlancsTete < 25
               Move SaisieNormalisee(NbBlancsTete + 1:) to SaisieCadree
               Move SaisieCadree to SaisieNormalisee
           end-if

           Move 0 to LongueurSaisie
           Move 1 to IndexSaisie
           Perform LongueurSignificative until IndexSaisie > 25.

       LongueurSignificative.
           If SaisieNormalisee(IndexSaisie:1) not = space
               Move IndexSaisie to LongueurSaisie
           end-if
           Add 1 to IndexSaisie.

      *---------------------------------------------------------------
      *  Recherche par code ISO2, par code ISO3, puis par nom
      *---------------------------------------------------------------
       RechercheCodeIso2.
           Move SaisieNormalisee(1:2) to CodeIso2Cherche
           EXEC SQL
               SELECT CodeIso2, CodeIso3, NomPays,
                COALESCE(MembreUE, 'N'), COALESCE(MembreSepa, 'N'),
                COALESCE(ParticipantCrs, 'N'),
                COALESCE(RisqueEleve, 'N'), COALESCE(Sanctions, 'N')
               INTO :CodeIso2RP, :CodeIso3RP, :NomPaysRP,
                :MembreUERP, :MembreSepaRP, :ParticipantCrsRP,
                :RisqueEleveRP, :SanctionsRP
               FROM ReferentielPays
               WHERE CodeIso2 = :CodeIso2Cherche
           END-EXEC
           Perform ResultatRecherche.

       RechercheCodeIso3.
           Move SaisieNormalisee(1:3) to CodeIso3Cherche
           EXEC SQL
               SELECT CodeIso2, CodeIso3, NomPays,
                COALESCE(MembreUE, 'N'), COALESCE(MembreSepa, 'N'),
                COALESCE(ParticipantCrs, 'N'),
                COALESCE(RisqueEleve, 'N'), COALESCE(Sanctions, 'N')
               INTO :CodeIso2RP, :CodeIso3RP, :NomPaysRP,
                :MembreUERP, :MembreSepaRP, :ParticipantCrsRP,
                :RisqueEleveRP, :SanctionsRP
               FROM ReferentielPays
               WHERE CodeIso3 = :CodeIso3Cherche
           END-EXEC
           Perform ResultatRecherche.

       RechercheNomPays.
           EXEC SQL
               SELECT CodeIso2, CodeIso3, NomPays,
                COALESCE(MembreUE, 'N'), COALESCE(MembreSepa, 'N'),
                COALESCE(ParticipantCrs, 'N'),
                COALESCE(RisqueEleve, 'N'), COALESCE(Sanctions, 'N')
               INTO :CodeIso2RP, :CodeIso3RP, :NomPaysRP,
                :MembreUERP, :MembreSepaRP, :ParticipantCrsRP,
                :RisqueEleveRP, :SanctionsRP
               FROM ReferentielPays
               WHERE UPPER(NomPays) = :SaisieNormalisee
           END-EXEC
           Perform ResultatRecherche.

       ResultatRecherche.
           evaluate true
               when SQLCODE = 0
                   Move 1 to PaysTrouve
               when SQLCODE = 100
                   continue
               when other
                   Move 2 to RetourPS
           end-evaluate.
