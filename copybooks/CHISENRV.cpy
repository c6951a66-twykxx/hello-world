      ******************************************************************
      *  COPY : CHISENRV                                                *
      *  Historique des reglements DACSHIST.DAT alimente par DACSBAT1,  *
      *  indexe par HIS-CLE (date de traitement + correspondant +       *
      *  devise + cycle de reglement) : une ligne par couple regle et   *
      *  par cycle, montants sans virgule (3 decimales implicites)      *
      ******************************************************************
       01 HIS-ENR.
          05 HIS-CLE.
             10 HIS-DATE              PIC X(8).
             10 HIS-CPTY              PIC X(8).
             10 HIS-DEV               PIC X(3).
      *--- Cycle de reglement de la journee ('1' a '9')
             10 HIS-CYCLE             PIC X(1).
          05 HIS-MNT-PAYE             PIC 9(16).
          05 HIS-MNT-RECU             PIC 9(16).
          05 HIS-MNT-NET              PIC 9(16).
      *--- Sens de la position nette : 'D' = a payer, 'C' = a recevoir
          05 HIS-SENS                 PIC X(1).
             88 HIS-SENS-RECU            VALUE 'C'.
      *--- Horodatage (AAAAMMJJHHMMSS) du run qui a ecrit la ligne
          05 HIS-HORODATE             PIC X(14).
