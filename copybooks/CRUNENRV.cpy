      ******************************************************************
      *  COPY : CRUNENRV                                                *
      *  Fichier de pilotage de la chaine de nuit DACSRUN.CTL : une     *
      *  ligne par date metier, etape et cycle de reglement (blanc pour *
      *  les etapes journalieres), avec etat, debut et fin, code retour *
      *  et totaux de controle du dernier passage                       *
      ******************************************************************
       01 RUN-ENR.
          05 RUN-DATE                 PIC X(8).
          05 FILLER                   PIC X(1).
          05 RUN-ETAPE                PIC X(8).
          05 FILLER                   PIC X(1).
          05 RUN-CYCLE                PIC X(1).
          05 FILLER                   PIC X(1).
      *--- 'E' = en cours (ou interrompue), 'T' = terminee (code retour
      *    0 a 4), 'A' = en echec (code retour superieur a 4), 'R' =
      *    relance marquee par la production, 'S' = sautee sur motif
          05 RUN-ETAT                 PIC X(1).
             88 RUN-ETAT-EN-COURS         VALUE 'E'.
             88 RUN-ETAT-TERMINEE         VALUE 'T'.
             88 RUN-ETAT-ECHEC            VALUE 'A'.
             88 RUN-ETAT-RELANCE          VALUE 'R'.
             88 RUN-ETAT-SAUTEE           VALUE 'S'.
          05 FILLER                   PIC X(1).
          05 RUN-DEBUT                PIC X(14).
          05 FILLER                   PIC X(1).
          05 RUN-FIN                  PIC X(14).
          05 FILLER                   PIC X(1).
          05 RUN-RC                   PIC 9(4).
          05 FILLER                   PIC X(1).
          05 RUN-NB-LUS               PIC 9(9).
          05 FILLER                   PIC X(1).
          05 RUN-NB-EMIS              PIC 9(9).
          05 FILLER                   PIC X(1).
          05 RUN-HASH                 PIC 9(18).
          05 FILLER                   PIC X(1).
          05 RUN-MOTIF                PIC X(60).
