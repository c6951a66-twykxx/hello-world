      ******************************************************************
      *  COPY : CCPTYPLV                                                *
      *  Plafond journalier des paiements par correspondant (CPTYPLAF), *
      *  indexe par le code correspondant PLF-CPTY ; correspondant      *
      *  absent ou plafond a zero = pas de plafond                      *
      ******************************************************************
       01 PLF-ENR.
          05 PLF-CPTY                 PIC X(8).
      *--- Plafond en contre-valeur EUR
          05 PLF-PLAFOND-EUR          PIC 9(13)V9(2).
      *--- Date (AAAAMMJJ) de la derniere application du plafond
          05 PLF-DATE-MAJ             PIC X(8).
