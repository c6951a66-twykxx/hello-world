      ******************************************************************
      *  COPY : CRUNCTLV                                                *
      *  Parametres d'appel de DACSRUN1 (pilotage de la chaine de nuit) *
      *  fonction, etape appelante, date metier, cycle de reglement,    *
      *  code retour et totaux de controle de l'etape en fin de run,    *
      *  operateur et motif des relances / sauts decides par la prod    *
      ******************************************************************
       01 CRUNCTLV.
      *--- 'D' = debut d'etape (controle des predecesseurs), 'F' = fin
      *    d'etape, 'R' = relance marquee, 'S' = saut d'etape motive
          05 CRUNCTLV-FCT             PIC X(1).
             88 CRUNCTLV-FCT-DEBUT        VALUE 'D'.
             88 CRUNCTLV-FCT-FIN          VALUE 'F'.
             88 CRUNCTLV-FCT-RELANCE      VALUE 'R'.
             88 CRUNCTLV-FCT-SAUT         VALUE 'S'.
          05 CRUNCTLV-ETAPE           PIC X(8).
          05 CRUNCTLV-DATE            PIC X(8).
      *--- Cycle de reglement des etapes par cycle (blanc = cycle 1),
      *    ignore pour les etapes journalieres
          05 CRUNCTLV-CYCLE           PIC X(1).
          05 CRUNCTLV-RC              PIC 9(4).
          05 CRUNCTLV-NB-LUS          PIC 9(9).
          05 CRUNCTLV-NB-EMIS         PIC 9(9).
          05 CRUNCTLV-HASH            PIC 9(18).
          05 CRUNCTLV-USER            PIC X(8).
          05 CRUNCTLV-MOTIF           PIC X(60).
      *--- Retour : '00' = accepte, '08' = refuse (motif en retour),
      *    '12' = fichier de pilotage illisible, '16' = demande
      *    invalide (etape inconnue, operateur ou motif absent)
          05 CRUNCTLV-CODRET          PIC X(2).
             88 CRUNCTLV-CODRET-OK        VALUE '00'.
             88 CRUNCTLV-CODRET-REFUS     VALUE '08'.
             88 CRUNCTLV-CODRET-CTLKO     VALUE '12'.
             88 CRUNCTLV-CODRET-INVALIDE  VALUE '16'.
          05 CRUNCTLV-LIBELLE         PIC X(60).
