                   when EtatJobCB = 'T'
                       Move "TERMINE" to EtatJobChaine
                       Move NbTraitesCB to NbTraitesJobChaine
      *            Passage extourne en bloc (cf ExtournePassage) : le
      *            job est a relancer avant la suite de la chaine
                   when EtatJobCB = 'A'
                       Move "EXTOURNE" to EtatJobChaine
                       Move 0 to NbTraitesJobChaine
                       Move 1 to ChaineArretee
                   when other
                       Move "INTERROMPU" to EtatJobChaine
                       Move 0 to NbTraitesJobChaine
