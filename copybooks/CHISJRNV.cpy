      ******************************************************************
      *  COPY : CHISJRNV                                                *
      *  Journal des mouvements de l'historique des reglements          *
      *  (DACSHIST.JRN, en extension) : lignes remplacees par la        *
      *  relance d'un cycle de DACSBAT1, periodes archivees, rechargees *
      *  ou reprises par DACSARC1                                       *
      ******************************************************************
       01 HJR-ENR.
          05 HJR-HORODATE             PIC X(14).
          05 FILLER                   PIC X(1).
      *--- 'R' = ligne remplacee par une relance (montants d'origine),
      *    'A' = periode archivee et purgee, 'L' = periode rechargee
      *    depuis son archive, 'C' = reprise d'un historique sequentiel
          05 HJR-ACTION               PIC X(1).
             88 HJR-ACTION-REMPLACE      VALUE 'R'.
             88 HJR-ACTION-ARCHIVE       VALUE 'A'.
             88 HJR-ACTION-RECHARGE      VALUE 'L'.
             88 HJR-ACTION-REPRISE       VALUE 'C'.
          05 FILLER                   PIC X(1).
          05 HJR-PROG                 PIC X(8).
          05 FILLER                   PIC X(1).
      *--- Date de la ligne remplacee, ou periode AAAAMM traitee
          05 HJR-DATE                 PIC X(8).
          05 FILLER                   PIC X(1).
          05 HJR-CPTY                 PIC X(8).
          05 FILLER                   PIC X(1).
          05 HJR-DEV                  PIC X(3).
          05 FILLER                   PIC X(1).
          05 HJR-CYCLE                PIC X(1).
          05 FILLER                   PIC X(1).
      *--- Nombre de lignes et totaux paye / recu concernes
          05 HJR-NB                   PIC 9(6).
          05 FILLER                   PIC X(1).
          05 HJR-MNT-PAYE             PIC 9(18).
          05 FILLER                   PIC X(1).
          05 HJR-MNT-RECU             PIC 9(18).
          05 FILLER                   PIC X(1).
          05 HJR-MNT-NET              PIC 9(16).
          05 FILLER                   PIC X(1).
          05 HJR-SENS                 PIC X(1).
