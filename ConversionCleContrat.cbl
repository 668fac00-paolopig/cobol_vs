       program-id. ConversionCleContrat as
           "Contrat_Epargne_TS.ConversionCleContrat".

       environment division.
       Configuration section.

       input-output section.

       data division.

       working-storage section.

      *---------------------------------------------------------------
      * Conversion du stock de contrats : calcul une fois pour toutes
      * de la cle de controle du numero (cf CleContrat) des contrats
      * crees avant son introduction - les contrats nouveaux la
      * recoivent a la souscription. Pendant la periode de transition
      * les anciens numeros restent acceptes sans cle (cf
      * CleContratTransition.txt). Utilitaire relancable sans risque :
      * un contrat dont la cle est deja posee n'est pas retouche.
      *---------------------------------------------------------------

       77  NbLigneProduit          pic 9(3) value 1.
       77  NbLigneTauxAnnee        pic 9(3) value 1.

       77  ContratsEOF             pic 9.
       77  NbContratsConvertis     pic 9(7) value 0.
       77  NbContratsEnErreur      pic 9(7) value 0.

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
       copy "Copybook-csv.cpy".

       procedure division.
      *---------------------------------------------------------------
      *  Mainline - cle de controle du stock de contrats
      *---------------------------------------------------------------
       Debut.
           perform ConversionCleContrat-Init.
           perform ConversionCleContrat-Trt until ContratsEOF = 1.
           perform ConversionCleContrat-Fin.
           goback.

       ConversionCleContrat-Init.
           Call 'ConnectSQL' using CnxDb

           If SQLCODE <> 0
               Display " Erreur de connection a la base des donnees"
                   " - job interrompu "
               Move 1 to ContratsEOF
           else
               continue
           end-if.

           EXEC SQL
               DECLARE ContratsCle-Curseur CURSOR FOR
                Select CodeProduit, NoContrat
                From ProduitsClient
                Where CleContrat IS NULL
                ORDER BY CodeProduit, NoContrat
           END-EXEC.

           EXEC SQL
               OPEN ContratsCle-Curseur
           END-EXEC.

           Move 0 to ContratsEOF.

      *---------------------------------------------------------------
      *  Pour chaque contrat sans cle : calcul et mise a jour
      *---------------------------------------------------------------
       ConversionCleContrat-Trt.
           EXEC SQL
               FETCH ContratsCle-Curseur
                   INTO :CodeProduitPC, :NoContratPC
           END-EXEC

           If SQLCODE = 100 OR SQLCODE = 101
               Move 1 to ContratsEOF
           else
               Perform ConvertitContrat
           end-if.

       ConvertitContrat.
           Move 'C' to ActionCK
           Move CodeProduitPC to CodeProduitCK
           Move NoContratPC to NoContratCK
           Move spaces to CleSaisieCK
           Move spaces to DateReferenceCK
           Call 'CleContrat' using DemandeCleContrat
           Move CleContratCK to CleContratPC

           EXEC SQL
               UPDATE ProduitsClient
               SET CleContrat = :CleContratPC
               WHERE CodeProduit = :CodeProduitPC
               AND NoContrat = :NoContratPC
           END-EXEC

           If SQLCODE = 0
               Add 1 to NbContratsConvertis
           else
               Add 1 to NbContratsEnErreur
               Display " Erreur cle du contrat " CodeProduitPC ' '
                   NoContratPC
           end-if.

      *---------------------------------------------------------------
      *  Fermeture et bilan du job
      *---------------------------------------------------------------
       ConversionCleContrat-Fin.
           EXEC SQL
               CLOSE ContratsCle-Curseur
           END-EXEC.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           Display " Cle de controle du stock de contrats : "
               NbContratsConvertis " contrat(s) converti(s), "
               NbContratsEnErreur " en erreur ".
