      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *  15/10/2026 JGO  Enregistrements '3' (SSI par devise) de       *
      *                  DACSPAY1.OUT reconnus et ignores : ils ne     *
      *                  sont ni des instructions ni comptes au hash   *
      *  15/10/2026 JGO  Cycles de reglement : l'accuse porte le cycle *
      *                  du fichier acquitte (blanc = 1) ; accuses     *
      *                  rapproches par correspondant, date de valeur  *
      *                  et cycle de l'entete de DACSPAY1.OUT, ceux    *
      *                  d'un autre cycle sont comptes et ecartes      *
      *  15/10/2026 JGO  Etape de la chaine de nuit pilotee par        *
      *                  DACSRUN1 pour la date et le cycle de l'entete *
      *                  de DACSPAY1.OUT (DACSCHN1 termine pour le     *
      *                  cycle) ; accuses lus et instructions          *
      *                  rapprochees declares en fin d'etape           *
      *                                                                *
      ******************************************************************

           05 PAY-OUT-TYPE          PIC X(1).
              88 PAY-OUT-TYPE-ENTETE    VALUE '1'.
              88 PAY-OUT-TYPE-INSTR     VALUE '2'.
              88 PAY-OUT-TYPE-SSI       VALUE '3'.
              88 PAY-OUT-TYPE-FIN       VALUE '9'.
           05 PAY-OUT-CORPS         PIC X(239).
           05 PAY-OUT-CORPS-INS REDEFINES PAY-OUT-CORPS.
              10 FILLER                PIC X(207).

      *--- Accuses de la passerelle : un enregistrement par instruction
      *    acquittee, statut 'A' = confirmee, 'N' = rejetee avec motif,
      *    cycle de reglement du fichier acquitte (blanc = cycle 1) ----
       FD  FACKIN.
       01  ACK-IN-REC.
           05 ACK-IN-CPTY           PIC X(8).
              88 ACK-IN-STATUT-KO       VALUE 'N'.
           05 FILLER                PIC X(1).
           05 ACK-IN-MOTIF          PIC X(30).
           05 FILLER                PIC X(1).
           05 ACK-IN-CYCLE          PIC X(1).

       FD  FACKOUT.
       01  ACK-OUT-REC              PIC X(132).

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSACK1'.
       77 C-DACSRUN1                   PIC X(8) VALUE 'DACSRUN1'.
       77 C-INS-MAX-ENR                PIC 9(4) COMP VALUE 500.
       77 C-ORPH-MAX-ENR               PIC 9(4) COMP VALUE 200.

          88 FL-ACKIN-OK                   VALUE '1'.
          88 FL-ACKIN-KO                   VALUE '0'.

      *--- Pilotage de la chaine de nuit : lancement accepte, cycle du
      *    fichier d'instructions en place, et code retour du run garde
      *    le temps de l'appel de fin d'etape -------------------------
       01 FL-ETAPE                     PIC X(2).
          88 FL-ETAPE-OK                   VALUE '1'.
          88 FL-ETAPE-KO                   VALUE '0'.

       01 W-ETAPE-CYCLE                PIC X(1) VALUE '1'.
       01 W-RC-ETAPE                   PIC 9(4).

      *--- COMPTEURS -----------------------------------------------
       01 W-CPT-INS-LUES               PIC 9(6) VALUE 0.
       01 W-CPT-ACK-LUS                PIC 9(6) VALUE 0.
       01 W-CPT-REJETEES               PIC 9(6) VALUE 0.
       01 W-CPT-SANS-ACCUSE            PIC 9(6) VALUE 0.
       01 W-CPT-ORPHELINS              PIC 9(6) VALUE 0.
       01 W-CPT-AUTRE-CYCLE            PIC 9(6) VALUE 0.

      *--- Date de valeur de l'entete du fichier d'instructions -------
       01 W-ENT-DATE-VALEUR            PIC X(8) VALUE SPACES.
      *--- Cycle de reglement de l'entete (blanc = cycle 1) et cycle de
      *    l'accuse courant
       01 W-ENT-CYCLE                  PIC X(1) VALUE '1'.
       01 W-ACK-CYCLE                  PIC X(1) VALUE SPACE.

      *--- Table des instructions emises, chargees depuis DACSPAY1.OUT,
      *    rapprochees par correspondant et date de valeur. L'etat '0'
          05 FILLER                   PIC X(44) VALUE
             'RAPPROCHEMENT ACCUSES PASSERELLE - EMISSION '.
          05 COL-TIT-DATE             PIC X(8).
          05 FILLER                   PIC X(7)  VALUE ' CYCLE '.
          05 COL-TIT-CYCLE            PIC X(1).

       01 ACK-LIGNE-INS.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-ORPH-MOTIF           PIC X(30).

      *--- COPYS -------------------------------------------------------
      *----- Parametres du pilotage de la chaine de nuit (DACSRUN1)
           COPY CRUNCTLV.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacsack1.cbl <<<<<<<<<<'

           PERFORM 9700-DEBUT-ETAPE
           IF FL-ETAPE-OK
             PERFORM 1000-INITIALISATION
             PERFORM 9750-FIN-ETAPE
           END-IF

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacsack1.cbl <<<<<<<<<<'

      *-----------------------------------------------------------------
      * Charge les instructions '2' de DACSPAY1.OUT dans W-TAB-INS-CLS,
      * toutes a l'etat '0' (aucun accuse recu) en attendant le
      * rapprochement. L'entete donne la date de valeur du titre et le
      * cycle de reglement des accuses a rapprocher.
           EVALUATE TRUE
             WHEN PAY-OUT-TYPE-ENTETE
               MOVE PAY-OUT-CORPS(1:8) TO W-ENT-DATE-VALEUR
               IF PAY-OUT-CORPS(18:1) NOT = SPACE
                 MOVE PAY-OUT-CORPS(18:1) TO W-ENT-CYCLE
               END-IF
             WHEN PAY-OUT-TYPE-INSTR
               ADD 1 TO W-CPT-INS-LUES
               IF W-INS-NBENR >= C-INS-MAX-ENR
                 SET W-INS-SANS-ACCUSE(W-INS-NBENR) TO TRUE
                 MOVE SPACES              TO W-INS-MOTIF(W-INS-NBENR)
               END-IF
             WHEN PAY-OUT-TYPE-SSI
               CONTINUE
             WHEN PAY-OUT-TYPE-FIN
               CONTINUE
             WHEN OTHER
      * Rapproche l'accuse courant d'une instruction emise, par
      * correspondant et date de valeur. Accuse sans instruction (la
      * passerelle confirme quelque chose que nous n'avons pas envoye):
      * conserve pour la liste des accuses non rapproches. Un accuse
      * d'un autre cycle de reglement releve d'un autre fichier : il
      * est compte et ecarte.
           IF ACK-IN-CYCLE = SPACE
             MOVE '1'          TO W-ACK-CYCLE
           ELSE
             MOVE ACK-IN-CYCLE TO W-ACK-CYCLE
           END-IF
           IF W-ACK-CYCLE NOT = W-ENT-CYCLE
             ADD 1 TO W-CPT-AUTRE-CYCLE
           ELSE
             MOVE 0 TO W-INS-IND-TROUVE
             PERFORM VARYING W-INS-IND FROM 1 BY 1
                     UNTIL W-INS-IND > W-INS-NBENR
               IF W-INS-CPTY(W-INS-IND) = ACK-IN-CPTY
                  AND W-INS-DATE-VAL(W-INS-IND) = ACK-IN-DATE-VALEUR
                 MOVE W-INS-IND TO W-INS-IND-TROUVE
               END-IF
             END-PERFORM

             IF W-INS-IND-TROUVE = 0
               PERFORM 1300-AJOUTE-ORPHELIN
             ELSE
               EVALUATE TRUE
                 WHEN ACK-IN-STATUT-OK
                   SET W-INS-CONFIRMEE(W-INS-IND-TROUVE) TO TRUE
                 WHEN ACK-IN-STATUT-KO
                   SET W-INS-REJETEE(W-INS-IND-TROUVE) TO TRUE
                   MOVE ACK-IN-MOTIF TO W-INS-MOTIF(W-INS-IND-TROUVE)
                 WHEN OTHER
                   DISPLAY 'ATTENTION 1250-RAPPROCHE-ACK : STATUT '
                           'INCONNU ' ACK-IN-STATUT ' POUR '
                           ACK-IN-CPTY ' - ACCUSE IGNORE'
               END-EVALUATE
             END-IF
           END-IF
           .

      * aupres de la passerelle), puis les accuses sans instruction
      * emise, et la ligne de comptages generaux.
           MOVE W-ENT-DATE-VALEUR TO COL-TIT-DATE
           MOVE W-ENT-CYCLE       TO COL-TIT-CYCLE
           WRITE ACK-OUT-REC FROM ACK-LIGNE-TITRE

           MOVE 'INSTRUCTIONS CONFIRMEES :' TO ACK-OUT-REC
                  W-CPT-ORPHELINS             DELIMITED BY SIZE
                  INTO ACK-OUT-REC
           WRITE ACK-OUT-REC

           MOVE SPACES TO ACK-OUT-REC
           STRING 'ACCUSES D UN AUTRE CYCLE IGNORES : '
                                              DELIMITED BY SIZE
                  W-CPT-AUTRE-CYCLE           DELIMITED BY SIZE
                  INTO ACK-OUT-REC
           WRITE ACK-OUT-REC
           .

      *-----------------------------------------------------------------
           WRITE ACK-OUT-REC FROM ACK-LIGNE-INS
           .

      *-----------------------------------------------------------------
       9700-DEBUT-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Demande au pilotage de la chaine le lancement de l'etape pour
      * la date du jour et le cycle du fichier d'instructions
      * acquitte : refus si DACSCHN1 n'est pas termine ou saute pour
      * ce cycle, ou si le cycle est deja rapproche sans relance
      * marquee par la production (DACSPIL1).
           PERFORM 9710-CYCLE-PAYOUT

           INITIALIZE CRUNCTLV
           SET CRUNCTLV-FCT-DEBUT          TO TRUE
           MOVE C-PROG-NAME                TO CRUNCTLV-ETAPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRUNCTLV-DATE
           MOVE W-ETAPE-CYCLE              TO CRUNCTLV-CYCLE

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF CRUNCTLV-CODRET-OK
             SET FL-ETAPE-OK TO TRUE
           ELSE
             SET FL-ETAPE-KO TO TRUE
             DISPLAY 'DACSACK1 : LANCEMENT REFUSE PAR LE PILOTAGE DE '
                     'LA CHAINE - ' CRUNCTLV-LIBELLE
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
       9710-CYCLE-PAYOUT SECTION.
      *-----------------------------------------------------------------
      * Cycle de reglement de l'entete de DACSPAY1.OUT, lu avant le
      * rapprochement. Fichier absent, sans entete ou entete sans
      * cycle : cycle 1.
           MOVE '1' TO W-ETAPE-CYCLE
           OPEN INPUT FPAYOUT
           IF W-PAYOUT-STATUS = '00'
             READ FPAYOUT
               NOT AT END
                 IF PAY-OUT-TYPE-ENTETE
                    AND PAY-OUT-CORPS(18:1) >= '1'
                    AND PAY-OUT-CORPS(18:1) <= '9'
                   MOVE PAY-OUT-CORPS(18:1) TO W-ETAPE-CYCLE
                 END-IF
             END-READ
             CLOSE FPAYOUT
           END-IF
           .

      *-----------------------------------------------------------------
       9750-FIN-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Declare la fin de l'etape au pilotage avec son code retour et
      * ses totaux : accuses lus, instructions rapprochees. L'appel ne
      * doit pas changer le code retour rendu a l'ordonnanceur.
           MOVE RETURN-CODE TO W-RC-ETAPE

           SET CRUNCTLV-FCT-FIN TO TRUE
           MOVE W-RC-ETAPE      TO CRUNCTLV-RC
           MOVE W-CPT-ACK-LUS   TO CRUNCTLV-NB-LUS
           MOVE W-CPT-INS-LUES  TO CRUNCTLV-NB-EMIS
           MOVE 0               TO CRUNCTLV-HASH

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF NOT CRUNCTLV-CODRET-OK
             DISPLAY 'ATTENTION 9750-FIN-ETAPE : FIN D ETAPE NON '
                     'ENREGISTREE - ' CRUNCTLV-LIBELLE
           END-IF

           MOVE W-RC-ETAPE TO RETURN-CODE
           .

       END PROGRAM DACSACK1.
