           10 line 12 col 11 value "- 25 - Approbation des operations en attente ............ :".
           10 line 13 col 11 value "- 18 - Suivi des Ordres de Paiement ..................... :".
           10 line 14 col 11 value "- 39 - Espace de travail contrat (actions enchainees) ... :".
           10 line 15 col 11 value "- 48 - Corbeille des taches (mes taches / a prendre) .... :".
           10 line 16 col 11 value "- 52 - Transfert sortant vers un autre etablissement .... :".
           10 line 17 col 11 value "- 53 - Conversion vers un autre produit (anteriorite) ... :".
           10 line 18 col 11 value "- 56 - Virements retenus (IBAN recent, contre-appel) .... :".
           10 line 19 col 11 value "- 57 - Caisse especes (ouverture / arrete) .............. :".
           10 line 20 col 11 value "- 0  - Retour aux pages ................................. :".
           10 line 22 col  2 value " Option :" foreground-color is 2 Highlight.

       01 M-MenuPage2 background-color is 1 foreground-color is 14.
           10 line 14 col 11 value "- 33 - Mise en rente d'un contrat echu .................. :".
           10 line 15 col 11 value "- 35 - Avance sur contrat (octroi / remboursement) ...... :".
           10 line 16 col 11 value "- 36 - Transfert de propriete (donation) ................ :".
           10 line 17 col 11 value "- 44 - Saisies et ATD (gel / mainlevee / paiement) ...... :".
           10 line 18 col 11 value "- 45 - Procurations (mandataires d'un contrat) .......... :".
           10 line 19 col 11 value "- 54 - Partage d'un contrat conjoint (divorce) .......... :".
           10 line 20 col 11 value "- 0  - Retour aux pages ................................. :".
           10 line 22 col  2 value " Option :" foreground-color is 2 Highlight.

       01 M-MenuPage3 background-color is 1 foreground-color is 14.
           10 line  9 col 11 value "- 14 - Export Droit d'Acces RGPD (par Tiers) ............ :".
           10 line 10 col 11 value "- 15 - Purge RGPD Tiers Clotures (retention) ............ :".
           10 line 11 col 11 value "- 41 - Gestion des Employeurs (schemas collectifs) ...... :".
           10 line 12 col 11 value "- 47 - Reclamations clients (saisie / suivi) ............ :".
           10 line 13 col 11 value "- 49 - Vue client 360 (contrats, encours, alertes) ...... :".
           10 line 14 col 11 value "- 50 - Archive des documents clients (reimpression) ..... :".
           10 line 19 col 11 value "- 0  - Retour aux pages ................................. :".
           10 line 22 col  2 value " Option :" foreground-color is 2 Highlight.

           10 line 12 col 11 value "- 37 - Approbation du fichier parametres propose ........ :".
           10 line 13 col 11 value "- 42 - Historique d'une fiche Tiers (avant/apres) ....... :".
           10 line 14 col 11 value "- 43 - Fusion de Tiers en doublon ....................... :".
           10 line 15 col 11 value "- 46 - Gestion des Agences (reseau, regions) ............ :".
           10 line 16 col 11 value "- 51 - Approbation des modeles de courrier proposes ..... :".
           10 line 17 col 11 value "- 55 - Document d'informations cles (DIC) des produits .. :".
           10 line 18 col 11 value "- 58 - Visa des ecarts de caisse ........................ :".
           10 line 19 col 11 value "- 0  - Retour aux pages ................................. :".
           10 line 22 col  2 value " Option :" foreground-color is 2 Highlight.

           10 Line 17 col 56  value ".------------------------".
           10 line 18 col 56 value "|-A- Annulation :".
           10 line 19 col 56 value "|-V- Validation :".
           10 line 20 col 56 value "|-O- Objectif   :".
           10 line 21 col  1 pic x(80) value all "_".

      *  good 04/04/18
           10 Blank Screen.
           10 Line 2 col 25 value "     Versement Libre     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' No de Contrat Epargne :'.
           10 Line 4 col 40 ' Ordre de (0 = titulaire) :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 Line 7 col 1 ' Montant du versement  :'.
           10 Line 9 col 1 ' Date de valeur ...... :'.
           10 Blank Screen.
           10 Line 2 col 25 value "     Rachat Libre     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' No de Contrat Epargne :'.
           10 Line 4 col 40 ' Ordre de (0 = titulaire) :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 Line 7 col 1 ' Montant du rachat     :'.
           10 Line 9 col 1 ' Date de valeur ...... :'.
           10 Blank Screen.
           10 Line 2 col 22 value "     Rachat Total - Cloture du contrat     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' No de Contrat Epargne :'.
           10 Line 4 col 40 ' Ordre de (0 = titulaire) :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 Line 7 col 1 ' Valeur de rachat total       :'.
           10 Line 9 col 1 ' Confirmer la cloture (O/N)   :'.

      **************************************************************************************************
      * Transfert sortant d'un contrat vers un autre etablissement (cf TransfertSortant dans
      * Contrat_Epargne_Main) : etablissement d'accueil et son IBAN, montant transfere sans
      * fiscalite de rachat, confirmation
      **************************************************************************************************

       01 M-TransfertSortant required background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 15 value "     Transfert sortant vers un autre etablissement     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' No de Contrat Epargne :'.
           10 Line 4 col 40 ' Ordre de (0 = titulaire) :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 Line 7 col 1 ' Etablissement (code banque) :'.
           10 Line 8 col 1 " IBAN de l'etablissement .... :".
           10 Line 9 col 1 ' BIC ......................... :'.
           10 Line 10 col 1 " Reference chez l'accueil ... :".
           10 line 11 col  1 pic x(80) value all "-".
           10 Line 18 col 1 ' Confirmer le transfert (O/N)  :'.
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Conversion d'un contrat vers un autre produit (cf ConversionProduit dans
      * Contrat_Epargne_Main) : produit cible, eligibilite, conversion immediate ou acceptation
      * de l'offre pour le passage du lot
      **************************************************************************************************

       01 M-ConversionProduit required background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 15 value "     Conversion vers un autre produit     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' No de Contrat Epargne :'.
           10 Line 4 col 40 ' Ordre de (0 = titulaire) :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 Line 7 col 1 ' Souscripteur ............... :'.
           10 Line 8 col 1 " Date d'effet (anteriorite) . :".
           10 Line 9 col 1 ' Valeur courante ............ :'.
           10 Line 10 col 1 ' Produit cible .............. :'.
           10 line 11 col  1 pic x(80) value all "-".
           10 Line 15 col 1 ' [C] Convertir maintenant'.
           10 Line 16 col 1 " [A] Acceptation de l'offre (conversion au prochain passage du lot)".
           10 Line 17 col 1 ' [0] Abandon'.
           10 Line 18 col 1 ' Choix ......................... :'.
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Partage d'un contrat conjoint entre ses deux titulaires (cf PartageConjoint dans
      * Contrat_Epargne_Main) : le contrat continue avec l'un, un nouveau contrat du meme produit
      * est ouvert pour l'autre avec l'anteriorite d'origine
      **************************************************************************************************

       01 M-PartageConjoint required background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 12 value "     Partage d'un contrat conjoint (divorce / separation)     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' No de Contrat Epargne :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 Line 6 col 1 ' Souscripteur ............... :'.
           10 Line 7 col 1 ' Co-souscripteur ............ :'.
           10 Line 8 col 1 ' Valeur partageable ......... :'.
           10 line 9 col  1 pic x(80) value all "-".
           10 Line 10 col 1 ' Titulaire qui garde le contrat (S/C) .... :'.
           10 Line 11 col 1 ' Partage [P] pourcentage / [M] montant ... :'.
           10 Line 12 col 1 ' Part du titulaire sortant (% / Eur) ..... :'.
           10 Line 13 col 1 ' Passe sur le nouveau contrat ............ :'.
           10 Line 14 col 1 ' Vers. programme [G]/[T]/[S] ............. :'.
           10 Line 15 col 1 ' Reference du jugement / convention ...... :'.
           10 Line 17 col 1 ' Confirmer le partage (O/N) .............. :'.
           10 Line 19 col 1 ' Versement programme : [G] garde - [T] transfere au nouveau - [S] supprime'.
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Transfert entre deux contrats d'un meme souscripteur (arbitrage, cf TransfertContrats
      * dans Contrat_Epargne_Main) : debit du contrat source et credit du contrat destination
           10 Line 15 col 1 ' Choix ................. :'.
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Caisse de l'operateur (cf CaisseOperateur dans Contrat_Epargne_Main) : ouverture avec
      * un fond compte, position de la caisse, arrete par comptage des coupures
      **************************************************************************************************

       01 M-Caisse background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 18 value "     Caisse de l'operateur     " background-color is 14 foreground-color is 1.
           10 line 4 col  1 pic x(80) value all "-".
           10 Line 6 col 1 ' Journee de caisse ..... :'.
           10 Line 7 col 1 ' Etat .................. :'.
           10 Line 8 col 1 ' Fond de caisse ........ :'.
           10 Line 9 col 1 ' Entrees especes ....... :'.
           10 Line 10 col 1 ' Sorties especes ....... :'.
           10 Line 11 col 1 ' Solde theorique ....... :'.
           10 Line 13 col 1 ' [O] Ouvrir la caisse du jour (fond de caisse compte)'.
           10 Line 14 col 1 ' [A] Arreter la caisse (comptage par coupure)'.
           10 Line 15 col 1 ' [0] Sortir'.
           10 Line 17 col 1 ' Choix ................. :'.
           10 line 21 col  1 pic x(80) value all "_".

       01 M-ComptageCaisse background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 18 value "     Arrete de caisse - comptage     " background-color is 14 foreground-color is 1.
           10 line 3 col  1 pic x(80) value all "-".
           10 Line 4 col 2 ' Coupure            Nombre         Montant'.
           10 Line 5 col 2 ' Billet  500.00 :'.
           10 Line 6 col 2 ' Billet  200.00 :'.
           10 Line 7 col 2 ' Billet  100.00 :'.
           10 Line 8 col 2 ' Billet   50.00 :'.
           10 Line 9 col 2 ' Billet   20.00 :'.
           10 Line 10 col 2 ' Billet   10.00 :'.
           10 Line 11 col 2 ' Billet    5.00 :'.
           10 Line 12 col 2 ' Piece     2.00 :'.
           10 Line 13 col 2 ' Piece     1.00 :'.
           10 Line 14 col 2 ' Piece     0.50 :'.
           10 Line 15 col 2 ' Piece     0.20 :'.
           10 Line 16 col 2 ' Piece     0.10 :'.
           10 Line 17 col 2 ' Piece     0.05 :'.
           10 Line 18 col 2 ' Piece     0.02 :'.
           10 Line 19 col 2 ' Piece     0.01 :'.
           10 Line 20 col 2 ' Total compte ...................... :'.
           10 Line 21 col 2 ' Solde theorique ................... :'.
           10 Line 22 col 2 ' Ecart (compte - theorique) ........ :'.

      **************************************************************************************************
      * Visa des ecarts de caisse (cf VisaEcartsCaisse dans Contrat_Epargne_Main) : caisses
      * arretees avec un ecart, validees par un superviseur autre que l'operateur de la caisse
      **************************************************************************************************

       01 M-VisaEcartsCaisse background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 18 value "     Ecarts de caisse a viser     " background-color is 14 foreground-color is 1.
           10 line 4 col  1 pic x(80) value all "-".
           10 line 5 col  2 value " Operateur Journee           Theorique          Compte           Ecart" PIC X(80).
           10 line 6 col  1 pic x(80) value all "-".
           10 Line 21 col 1 ' Caisse a viser - operateur (blanc = sortir) :          journee :'.

      **************************************************************************************************
      * Avance sur contrat (cf AvanceContrat dans Contrat_Epargne_Main) : octroi superviseur
      * jusqu'a un pourcentage de la valeur, remboursement par fractions - le contrat
           10 Blank Screen.
           10 Line 2 col 20 value "     Espace de travail contrat     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' Contrat ....... :'.
           10 Line 4 col 40 ' Ordre de (0 = titulaire) :'.
           10 Line 5 col 1 ' Souscripteur .. :'.
           10 Line 6 col 1 ' Etat / Valeur . :'.
           10 line 7 col  1 pic x(80) value all "-".
           10 line 12 col 11 value "- 4 - Rachat libre ...................................... :".
           10 line 13 col 11 value "- 5 - Avenant (versements/rachats programmes) ........... :".
           10 line 14 col 11 value "- 6 - Changement de clause beneficiaire ................. :".
           10 line 15 col 11 value "- 7 - Detail du calcul des interets ..................... :".
           10 line 16 col 11 value "- 0 - Quitter l'espace (libere le verrou) ............... :".
           10 line 22 col  2 value " Action :" foreground-color is 2 Highlight.

      **************************************************************************************************
      * Detail du calcul des interets d'un contrat (cf DetailInteretsEcran dans
      * Contrat_Epargne_Main) : la piste de CalculInteretMensuel mois par mois, les versions
      * recalculees par RegularisationTaux sous la version servie
      **************************************************************************************************

       01 M-DetailInterets background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 20 value "     Detail du calcul des interets     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' Contrat ....... :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 line 6 col  1 value " Mois    Ver Base de calcul Jr C S   Taux P Interet brut  Prel.soc. Operation" PIC X(80).
           10 line 7 col  1 pic x(80) value all "-".
           10 line 21 col  1 pic x(80) value all "_".
           10 line 22 col  1 value " Ver : C calcul, R regularisation  -  C : 1 act/360 2 act/365 3 30/360 4 quinz." PIC X(80).
           10 line 23 col  1 value " S : A taux annee, P taux produit, M promotion, G garanti - P : paliers majores" PIC X(80).

      **************************************************************************************************
      * Situation a date (cf SituationADate dans Contrat_Epargne_Main) : valeur d'un contrat
      * a une date arbitraire, rejouee depuis les operations (archives comprises) avec les
           10 line 9 col  1 pic x(80) value all "-".
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Referentiel des agences (cf GestionAgences dans Contrat_Epargne_Main) : meme
      * ossature que la gestion des employeurs - liste + creation / mise a jour
      **************************************************************************************************

       01 M-Agences background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 22 value "     Gestion des Agences     " background-color is 14 foreground-color is 1.
           10 line 4 col  1 value " Code   Nom de l'agence                 Region                Actif".
           10 line 5 col  1 pic x(80) value all "-".
           10 line 21 col  1 value " Code agence (blanc pour sortir) :".
           10 line 22 col  1 value " Nom de l'agence ............... :".
           10 line 23 col  1 value " Region ........................ :".
           10 line 24 col  1 value " Actif (1/0) ................... :".

      **************************************************************************************************
      * Referentiel des employeurs (cf GestionEmployeurs dans Contrat_Epargne_Main) : meme
      * ossature que la gestion des banques - liste + creation / mise a jour
           10 Line 2 col 17 value "     Rapport de portefeuille - totaux par produit     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' Annee :'.
           10 line 6 col  1 pic x(80) value all "-".
           10 line 7 col  2 value "Prod  Valeur cour.      Interets         Frais       Rachats    Transferts" PIC X(78).
           10 line 8 col  1 pic x(80) value all "-".
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Rapport de portefeuille ventile par agence titulaire et par region (cf
      * RapportPortefeuilleAgences dans Contrat_Epargne_Main) - interets et frais de l'annee
      **************************************************************************************************

       01 M-RapportAgences background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 12 value "     Rapport de portefeuille - ventilation agences / regions     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' Annee :'.
           10 line 6 col  1 pic x(80) value all "-".
           10 line 7 col  1 value " Code  Region             Contrats    Valeur         Interets         Frais" PIC X(80).
           10 line 8 col  1 pic x(80) value all "-".
           10 line 21 col  1 pic x(80) value all "_".

           10 line 6 col  1 pic x(80) value all "-".
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Virements retenus pour changement d'IBAN recent (cf OrdresRetenus dans
      * Contrat_Epargne_Main) : en attente du contre-appel du client
      **************************************************************************************************

       01 M-OrdresRetenus background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 16 value "   Virements retenus - changement d'IBAN   " background-color is 14 foreground-color is 1.
           10 line 4 col  1 pic x(80) value all "-".
           10 line 5 col  2 value " NoOrdre Produit Contrat  Tiers          Montant Retenu le  Chg par  Chg le" PIC X(80).
           10 line 6 col  1 pic x(80) value all "-".
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Maintenance d'un Tiers existant (cf MaintenanceTiers dans Contrat_Epargne_Main) :
      * memes positions de saisie que EcranGestionTiers, precedees de la fiche actuelle
           10 Line 11 col 1 ' Nouveau Vers. prg (O/N) :'.
           10 Line 11 col 32 'Montant :'.
           10 Line 11 col 60 'P - M/T/S/A :'.
           10 Line 12 col 1 ' Indexation annuelle %  :'.
           10 Line 12 col 32 'Plafond :'.
           10 Line 12 col 60 '(0 = aucun)'.
           10 Line 13 col 1 ' Nouveau Rcht. prg (O/N) :'.
           10 Line 13 col 32 'Montant :'.
           10 Line 13 col 60 'P - M/T/S/A :'.
           10 Line 9 col 1 ' Date de deces .......... :'.
           10 Line 11 col 1 ' No de Contrat Epargne .. :'.
           10 Line 13 col 1 ' Valeur a repartir ...... :'.
           10 Line 14 col 1 ' dont plancher deces .... :'.
           10 Line 15 col 1 ' Confirmer (O/N) ........ :'.
           10 line 21 col  1 pic x(80) value all "_".

       01 M-Operateurs background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 22 value "     Gestion des Operateurs     " background-color is 14 foreground-color is 1.
           10 line 4 col  1 value " Code      Nom                             Profil        Actif   Agence".
           10 line 5 col  1 pic x(80) value all "-".
           10 line 21 col  1 value " Code operateur (espace pour sortir) :".
           10 line 22 col  1 value " Nom ............................... :".
           10 line 23 col  1 value " Profil [C]onsult [G]estion [S]uperv :".
           10 line 24 col  1 value " Actif (1/0) ....................... :".
           10 line 24 col 45 value " Agence ..... :".

      **************************************************************************************************
      * Approbation a deux regards des operations au-dela du seuil produit (cf
           10 Line 15 col 1 ' Date de fin prevue ... :'.
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Registre des saisies d'un Tiers (cf RegistreSaisies dans Contrat_Epargne_Main) : saisies
      * ouvertes avec le montant gele, puis nouvelle saisie, mainlevee ou paiement au creancier
      **************************************************************************************************

       01 M-SaisiesTiers required background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 18 value "     Saisies et avis a tiers detenteur     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' IdTiers (0 pour sortir) :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 line 6 col  2 value "No       T Creancier          Reference          Reclame        Gele Echeance" PIC X(80).
           10 line 7 col  1 pic x(80) value all "-".
           10 line 16 col  1 pic x(80) value all "-".
           10 Line 17 col 1 ' [N] Nouvelle saisie  [L] Mainlevee  [P] Paiement au creancier  [0] Sortir :'.
           10 Line 19 col 1 ' No de saisie .......... :'.
           10 line 21 col  1 pic x(80) value all "_".

       01 M-SaisieNouvelle required background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 18 value "     Enregistrement d'une saisie / ATD     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' IdTiers saisi ......... :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 Line 6 col 1 ' Type [S]aisie-attribution / [A]TD :'.
           10 Line 7 col 1 ' Creancier ............. :'.
           10 Line 8 col 1 " Reference de l'acte ... :".
           10 Line 9 col 1 ' Montant reclame ....... :'.
           10 Line 10 col 1 ' Date de reception ..... :'.
           10 Line 11 col 1 ' Echeance .............. :'.
           10 Line 12 col 1 ' IBAN du creancier ..... :'.
           10 Line 13 col 1 ' BIC du creancier ...... :'.
           10 line 14 col  1 pic x(80) value all "-".
           10 Line 15 col 1 ' Valeur saisissable .... :'.
           10 Line 17 col 1 ' Confirmer le gel (O/N) :'.
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Procurations d'un contrat (cf GestionProcurations dans Contrat_Epargne_Main) : pouvoirs
      * actifs avec etendue et periode de validite, puis nouvelle procuration ou revocation
      **************************************************************************************************

       01 M-Procurations required background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 20 value "     Procurations sur un contrat     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' No de Contrat Epargne :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 line 6 col  2 value "No       Mandataire                Portee     Du         Au         Acte" PIC X(80).
           10 line 7 col  1 pic x(80) value all "-".
           10 line 14 col  1 pic x(80) value all "-".
           10 Line 15 col 1 ' [N] Nouvelle procuration  [R] Revocation  [0] Sortir :'.
           10 Line 16 col 1 ' No de procuration / IdTiers mandataire :'.
           10 Line 17 col 1 ' Portee (1 consult. 2 versements 3 rachats) :'.
           10 Line 18 col 1 ' Valable du (jj mm aaaa) :'.
           10 Line 19 col 1 ' Valable au (jj mm aaaa) :'.
           10 Line 20 col 1 " Reference de l'acte :".
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Vue client 360 (cf VueClient360 dans Contrat_Epargne_Main) : tous les contrats d'un Tiers
      * quel que soit son role, et ce qui l'attend (avances, nantissements, ordres, attentes,
      * alertes, revue KYC, piece d'identite) - acces direct a l'espace de travail d'un contrat
      **************************************************************************************************

       01 M-VueClient360 required background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 20 value "     Vue client 360     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' IdTiers (0 = sortir) :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 line 6 col  2 value "Contrat     R E       Valeur            Contrat     R E       Valeur" PIC X(80).
           10 line 7 col  1 pic x(80) value all "-".
           10 Line 14 col 1 ' R : S souscripteur  C co-souscripteur  B beneficiaire  L representant legal'.
           10 line 15 col  1 pic x(80) value all "-".
           10 Line 16 col 1 ' Avances en cours :'.
           10 Line 16 col 44 ' Contrats nantis :'.
           10 Line 17 col 1 ' Ordres non regles :'.
           10 Line 17 col 44 ' Operations en attente :'.
           10 Line 18 col 1 ' Alertes LCB-FT (12 mois) :'.
           10 Line 18 col 44 ' Reclamations ouvertes :'.
           10 Line 19 col 1 ' Risque KYC :'.
           10 Line 19 col 16 ' Revue le :'.
           10 Line 19 col 44 ' Taches ouvertes :'.
           10 Line 20 col 1 " Piece d'identite, expire le :".
           10 line 21 col  1 pic x(80) value all "_".
           10 Line 22 col 1 ' Espace contrat - produit :'.
           10 Line 22 col 32 ' No :'.
           10 Line 22 col 45 '(0 = autre Tiers)'.

      **************************************************************************************************
      * Documents clients archives (cf ArchiveDocuments dans Contrat_Epargne_Main) : recherche par
      * Tiers ou par contrat, liste des documents produits et reimpression a l'identique
      **************************************************************************************************

       01 M-Documents required background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 20 value "     Documents clients archives     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' Recherche : [T] par Tiers  [C] par contrat  [0] sortir :'.
           10 Line 5 col 1 ' IdTiers :'.
           10 Line 5 col 25 ' Produit :'.
           10 Line 5 col 40 ' No contrat :'.
           10 line 6 col  1 pic x(80) value all "-".
           10 line 7 col  2 value "No doc.".
           10 line 7 col 12 value "Type".
           10 line 7 col 20 value "Date".
           10 line 7 col 32 value "Contrat".
           10 line 7 col 46 value "Programme".
           10 line 7 col 68 value "Reimpr.".
           10 line 7 col 76 value "Mod.".
           10 line 8 col  1 pic x(80) value all "-".
           10 line 21 col  1 pic x(80) value all "_".
           10 Line 22 col 1 ' No du document a reimprimer (0 = nouvelle recherche) :'.

      **************************************************************************************************
      * Corbeille des taches operateur (cf GestionTaches dans Contrat_Epargne_Main) : mes taches
      * ou taches non attribuees, alimentees par les listes de travail batch (cf AlimenteTache),
      * prise, reattribution et cloture commentee
      **************************************************************************************************

       01 M-Taches required background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 20 value "     Corbeille des taches     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' Vue : [M] Mes taches  [N] Non attribuees  [0] Sortir :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 line 6 col  2 value "No       Type   Tiers    Contrat    Echeance   P Libelle" PIC X(80).
           10 line 7 col  1 pic x(80) value all "-".
           10 line 17 col  1 pic x(80) value all "-".
           10 Line 18 col 1 ' [P] Prendre  [R] Reattribuer  [C] Clore  [0] Changer de vue :'.
           10 Line 19 col 1 ' No de tache :'.
           10 Line 20 col 1 ' Reattribuer a (code operateur) :'.
           10 Line 21 col 1 ' Commentaire :'.
           10 line 22 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Registre des reclamations d'un Tiers (cf GestionReclamations dans Contrat_Epargne_Main) :
      * enregistrement, accuse de reception et reponse avec indemnite eventuelle sur le contrat
      **************************************************************************************************

       01 M-Reclamations required background-color is 1 foreground-color is 14.
           10 Blank Screen.
           10 Line 2 col 20 value "     Reclamations clients     " background-color is 14 foreground-color is 1.
           10 Line 4 col 1 ' IdTiers reclamant (0 = sortir) :'.
           10 line 5 col  1 pic x(80) value all "-".
           10 line 6 col  2 value "No       Contrat    Canal Cat Recue le   Accuse le  Repondue   Is  Indemnite" PIC X(80).
           10 line 7 col  1 pic x(80) value all "-".
           10 line 14 col  1 pic x(80) value all "-".
           10 Line 15 col 1 ' [N] Nouvelle  [A] Accuse de reception  [R] Reponse  [0] Sortir :'.
           10 Line 16 col 1 ' No de reclamation / contrat (0 = aucun) :'.
           10 Line 17 col 1 ' Canal (C courrier E courriel T tel. A agence W web) :'.
           10 Line 18 col 1 ' Categorie (I info G gestion O oper. F frais S deces A autre) :'.
           10 Line 19 col 1 ' Objet :'.
           10 Line 19 col 52 ' Recue le :'.
           10 Line 20 col 1 ' Issue (F favorable P partielle D defavorable) :'.
           10 Line 20 col 52 ' Indemnite :'.
           10 line 21 col  1 pic x(80) value all "_".

      **************************************************************************************************
      * Pointage des pieces du dossier de souscription (cf PiecesDossier dans
      * Contrat_Epargne_Main) : la derniere piece pointee, fonds recus, active le contrat
      **************************************************************************************************
      * Recherche d'operations multi-contrats (cf RechercheOperations dans
      * Contrat_Epargne_Main) : filtres facultatifs (a blanc / zero = tous), liste paginee
      * en avant et en arriere depuis une cle de position, archives en option ('*')
      **************************************************************************************************

       01 M-RechercheOperations background-color is 1 foreground-color is 14.
           10 Line 5 col 31 'Au (jj mm aaaa) :'.
           10 Line 6 col 1 ' Montant de :'.
           10 Line 6 col 31 'a :'.
           10 Line 6 col 52 'Tiers :'.
           10 Line 7 col 1 ' Inclure les archives (O/N) :'.
           10 line 7 col 34 value "(* = operation archivee)".
           10 line 8 col  2 value " Produit Contrat   NoOper   Type         Montant     Date        Operateur" PIC X(80).
           10 line 9 col  1 pic x(80) value all "-".
           10 line 21 col  1 pic x(80) value all "_".
