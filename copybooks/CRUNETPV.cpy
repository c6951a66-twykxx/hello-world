      ******************************************************************
      *  COPY : CRUNETPV                                                *
      *  Etapes de la chaine de nuit dans leur ordre d'execution : les  *
      *  etapes journalieres ('J') passent une fois par date metier,    *
      *  les etapes par cycle ('C') une fois par cycle de reglement     *
      ******************************************************************
       01 CRUNETPV-VAL.
          05 FILLER                   PIC X(9) VALUE 'DACSCTL1J'.
          05 FILLER                   PIC X(9) VALUE 'JULIAN15J'.
          05 FILLER                   PIC X(9) VALUE 'DACSBAT1C'.
          05 FILLER                   PIC X(9) VALUE 'DACSPAY1C'.
          05 FILLER                   PIC X(9) VALUE 'DACSCHN1C'.
          05 FILLER                   PIC X(9) VALUE 'DACSACK1C'.
          05 FILLER                   PIC X(9) VALUE 'DACSAUD1J'.
          05 FILLER                   PIC X(9) VALUE 'DACSGLI1J'.
       01 CRUNETPV REDEFINES CRUNETPV-VAL.
          05 CRUNETPV-ENR OCCURS 8.
             10 CRUNETPV-NOM          PIC X(8).
             10 CRUNETPV-TYPE         PIC X(1).
                88 CRUNETPV-JOURNALIERE   VALUE 'J'.
                88 CRUNETPV-PAR-CYCLE     VALUE 'C'.
       01 CRUNETPV-NBENR              PIC 9(2) COMP VALUE 8.
