      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *  15/10/2026 JGO  Premiere etape de la chaine de nuit : debut   *
      *                  et fin declares au pilotage DACSRUN1, qui     *
      *                  refuse un second passage du jour sans         *
      *                  relance marquee                               *
      *                                                                *
      ******************************************************************

       77 C-MAX-RETRY-CONN             PIC 9(2) VALUE 3.
       77 C-TAB-MAX-ENR                PIC 9(4) COMP VALUE 500.
       77 C-CPM-MAX-ENR                PIC 9(4) COMP VALUE 500.
       77 C-DACSRUN1                   PIC X(8) VALUE 'DACSRUN1'.

       01 W-CPTYM-STATUS               PIC X(2).
       01 W-CTLOUT-STATUS              PIC X(2).
          88 FL-CTLOUT-OK                  VALUE '1'.
          88 FL-CTLOUT-KO                  VALUE '0'.

       01 FL-ETAPE                     PIC X(2).
          88 FL-ETAPE-OK                   VALUE '1'.
          88 FL-ETAPE-KO                   VALUE '0'.

      *--- Code retour du run, garde le temps de l'appel au pilotage -
       01 W-RC-ETAPE                   PIC 9(4).

       01 W-FL-EOF-CPM                 PIC X(1) VALUE 'N'.
          88 W-EOF-CPM-YES                 VALUE 'Y'.
          88 W-EOF-CPM-NON                 VALUE 'N'.
           COPY LTABTFIE.
           COPY LTABTFIS.
           COPY CTABENVV.
      *----- Parametres du pilotage de la chaine de nuit (DACSRUN1)
           COPY CRUNCTLV.

      ******************************************************************
       PROCEDURE DIVISION.

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacsctl1.cbl <<<<<<<<<<'

           PERFORM 9700-DEBUT-ETAPE
           IF FL-ETAPE-OK
             PERFORM 1000-INITIALISATION
             PERFORM 9750-FIN-ETAPE
           END-IF

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacsctl1.cbl <<<<<<<<<<'

           END-IF
           .

      *-----------------------------------------------------------------
       9700-DEBUT-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Demande au pilotage de la chaine le lancement de l'etape pour
      * la date du jour. Refus si l'etape est deja passee sans relance
      * marquee par la production (DACSPIL1).
           INITIALIZE CRUNCTLV
           SET CRUNCTLV-FCT-DEBUT          TO TRUE
           MOVE C-PROG-NAME                TO CRUNCTLV-ETAPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRUNCTLV-DATE
           MOVE SPACE                      TO CRUNCTLV-CYCLE

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF CRUNCTLV-CODRET-OK
             SET FL-ETAPE-OK TO TRUE
           ELSE
             SET FL-ETAPE-KO TO TRUE
             DISPLAY 'DACSCTL1 : LANCEMENT REFUSE PAR LE PILOTAGE DE '
                     'LA CHAINE - ' CRUNCTLV-LIBELLE
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
       9750-FIN-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Declare la fin de l'etape au pilotage avec son code retour et
      * ses totaux : entrees SREGL/CL lues, ecarts constates. L'appel
      * ne doit pas changer le code retour rendu a l'ordonnanceur.
           MOVE RETURN-CODE TO W-RC-ETAPE

           SET CRUNCTLV-FCT-FIN TO TRUE
           MOVE W-RC-ETAPE      TO CRUNCTLV-RC
           MOVE W-TAB-NBENR     TO CRUNCTLV-NB-LUS
           MOVE W-CPT-ECARTS    TO CRUNCTLV-NB-EMIS
           MOVE 0               TO CRUNCTLV-HASH

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF NOT CRUNCTLV-CODRET-OK
             DISPLAY 'ATTENTION 9750-FIN-ETAPE : FIN D ETAPE NON '
                     'ENREGISTREE - ' CRUNCTLV-LIBELLE
           END-IF

           MOVE W-RC-ETAPE TO RETURN-CODE
           .

       END PROGRAM DACSCTL1.
