      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *  15/10/2026 JGO  Cycles de reglement : les lignes des cycles   *
      *                  d'un meme jour sont additionnees, une ligne   *
      *                  de releve par jour et devise comme avant      *
      *  15/10/2026 JGO  Historique DACSHIST.DAT indexe : lecture par  *
      *                  plage de cle sur la periode demandee, releve  *
      *                  edite au fil de la lecture sans table des     *
      *                  lignes ni limite C-HIS-MAX-ENR                *
      *                                                                *
      ******************************************************************

                  FILE STATUS   IS W-RLVIN-STATUS.

           SELECT FHIST   ASSIGN TO "DACSHIST.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HIS-CLE
                  FILE STATUS   IS W-HIST-STATUS.

           SELECT FRLVOUT ASSIGN TO "DACSRLV1.OUT"
           05 FILLER                PIC X(1).
           05 RLV-IN-CPTY           PIC X(8).

      *--- Historique des reglements alimente par DACSBAT1, lu par
      *    plage de cle sur la periode demandee ----------------------
       FD  FHIST.
           COPY CHISENRV.

       FD  FRLVOUT.
       01  RLV-OUT-REC              PIC X(132).

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSRLV1'.
       77 C-RCP-MAX-ENR                PIC 9(4) COMP VALUE 200.
       77 C-CUM-MAX-ENR                PIC 9(2) COMP VALUE 20.

          88 FL-PARAM-OK                   VALUE '1'.
          88 FL-PARAM-KO                   VALUE '0'.

       01 FL-HIST                      PIC X(2).
          88 FL-HIST-OK                    VALUE '1'.
          88 FL-HIST-KO                    VALUE '0'.

      *--- FL-JOUR : une ligne de releve du jour est en attente
      *    d'edition (cycles suivants du meme jour a y ajouter)
       01 FL-JOUR                      PIC X(1).
          88 FL-JOUR-PLEIN                 VALUE '1'.
          88 FL-JOUR-VIDE                  VALUE '0'.

       01 FL-RLVOUT                    PIC X(2).
          88 FL-RLVOUT-OK                  VALUE '1'.
          88 FL-RLVOUT-KO                  VALUE '0'.
       01 W-MNT-CUMUL-ABS              PIC 9(13)V9(3).
       01 W-SENS-CUMUL                 PIC X(8).

      *--- Net recalcule d'un jour regle en plusieurs cycles, sans
      *    virgule comme les montants de l'historique -----------------
       01 W-MNT-NET-JOUR               PIC S9(16).

      *--- Ligne de releve en attente : jour, devise, paye, recu et
      *    net des cycles du jour deja lus, sans virgule comme les
      *    montants de l'historique -----------------------------------
       01 W-JOUR.
          05 W-JOUR-DATE               PIC X(8).
          05 W-JOUR-DEV                PIC X(3).
          05 W-JOUR-MNT-PAYE           PIC 9(16).
          05 W-JOUR-MNT-RECU           PIC 9(16).
          05 W-JOUR-MNT-NET            PIC 9(16).
          05 W-JOUR-SENS               PIC X(1).

      *--- Table des correspondants distincts retenus, un bloc de
      *    releve par entree -----------------------------------------
             DISPLAY 'DACSRLV1 : PARAMETRES INVALIDES, ARRET'
           ELSE
             PERFORM 1050-OUVRE-FICHIERS
             IF FL-HIST-OK AND FL-RLVOUT-OK
               PERFORM 1070-POSITIONNE-PERIODE
               PERFORM 1100-TRAITEMENT UNTIL W-EOF-HIS-YES
             END-IF
             IF FL-RLVOUT-OK
               PERFORM 6000-EDITE-RELEVES
             END-IF
      *-----------------------------------------------------------------
       1050-OUVRE-FICHIERS SECTION.
      *-----------------------------------------------------------------
           SET FL-HIST-OK TO TRUE
           OPEN INPUT FHIST
           IF W-HIST-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FHIST - STATUT = '
                     W-HIST-STATUS ' - HISTORIQUE INDISPONIBLE'
             SET FL-HIST-KO TO TRUE
           END-IF

           OPEN OUTPUT FRLVOUT
             DISPLAY 'ERREUR OUVERTURE FRLVOUT - STATUT = '
                     W-RLVOUT-STATUS
             SET FL-RLVOUT-KO TO TRUE
           ELSE
             SET FL-RLVOUT-OK TO TRUE
           END-IF
           .

      *-----------------------------------------------------------------
       1060-LIT-HIST SECTION.
      *-----------------------------------------------------------------
      * Ligne suivante dans l'ordre de la cle (date, correspondant,
      * devise, cycle) ; la plage s'arrete apres la date de fin.
           READ FHIST NEXT
             AT END
               SET W-EOF-HIS-YES TO TRUE
             NOT AT END
               IF HIS-DATE > W-DATE-FIN
                 SET W-EOF-HIS-YES TO TRUE
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1070-POSITIONNE-PERIODE SECTION.
      *-----------------------------------------------------------------
      * Positionne la lecture sur la premiere ligne de la date de debut
      * et lit cette premiere ligne ; aucune ligne a partir de cette
      * date = fin de plage immediate.
           SET W-EOF-HIS-NON TO TRUE
           MOVE LOW-VALUES TO HIS-CLE
           MOVE W-DATE-DEB TO HIS-DATE
           START FHIST KEY IS NOT LESS THAN HIS-CLE
           IF W-HIST-STATUS = '00'
             PERFORM 1060-LIT-HIST
           ELSE
             SET W-EOF-HIS-YES TO TRUE
           END-IF
           .

      *-----------------------------------------------------------------
       1100-TRAITEMENT SECTION.
      *-----------------------------------------------------------------
      * Premier passage sur la plage de la periode : compte les lignes
      * lues et retenues (correspondant demande le cas echeant) et
      * note les correspondants distincts dans l'ordre de la cle, un
      * bloc de releve par correspondant.
           ADD 1 TO W-CPT-HIS-LUES

           IF W-CPTY-DEMANDE = SPACES
              OR HIS-CPTY = W-CPTY-DEMANDE
             ADD 1 TO W-CPT-RETENUES
             PERFORM 1150-AJOUTE-CPTY
           END-IF

           PERFORM 1060-LIT-HIST
           MOVE 0 TO W-RCP-IND-TROUVE
           PERFORM VARYING W-RCP-IND FROM 1 BY 1
                   UNTIL W-RCP-IND > W-RCP-NBENR
             IF W-RCP-CPTY(W-RCP-IND) = HIS-CPTY
               MOVE W-RCP-IND TO W-RCP-IND-TROUVE
             END-IF
           END-PERFORM
             IF W-RCP-NBENR >= C-RCP-MAX-ENR
               DISPLAY 'ATTENTION 1150-AJOUTE-CPTY : CAPACITE '
                       C-RCP-MAX-ENR ' ATTEINTE - CORRESPONDANT '
                       'IGNORE : ' HIS-CPTY
             ELSE
               ADD 1 TO W-RCP-NBENR
               MOVE HIS-CPTY TO W-RCP-CPTY(W-RCP-NBENR)
             END-IF
           END-IF
           .
      *-----------------------------------------------------------------
       1900-FERME-FICHIERS SECTION.
      *-----------------------------------------------------------------
           IF FL-HIST-OK
             CLOSE FHIST
           END-IF
           IF FL-RLVOUT-OK
             CLOSE FRLVOUT
           END-IF
       6000-EDITE-RELEVES SECTION.
      *-----------------------------------------------------------------
      * Releve par correspondant : un bloc par correspondant retenu,
      * edite en relisant la plage de la periode, une ligne par jour
      * et devise dans l'ordre chronologique, avec le cumul courant de
      * la position nette par devise, puis la ligne de comptages
      * generaux.
           PERFORM VARYING W-RCP-IND FROM 1 BY 1
                   UNTIL W-RCP-IND > W-RCP-NBENR
             MOVE W-RCP-CPTY(W-RCP-IND) TO COL-BLC-CPTY
             WRITE RLV-OUT-REC FROM RLV-LIGNE-BLOC

             MOVE 0 TO W-CUM-NBENR
             SET FL-JOUR-VIDE TO TRUE
             PERFORM 1070-POSITIONNE-PERIODE
             PERFORM 6020-LIT-BLOC UNTIL W-EOF-HIS-YES
             IF FL-JOUR-PLEIN
               PERFORM 6050-EDITE-LIGNE-JOUR
             END-IF
           END-PERFORM

           MOVE W-RCP-NBENR TO W-CPT-CPTY
           WRITE RLV-OUT-REC
           .

      *-----------------------------------------------------------------
       6020-LIT-BLOC SECTION.
      *-----------------------------------------------------------------
      * Ligne lue du correspondant du bloc : les cycles d'un meme jour
      * et d'une meme devise se suivent dans la cle et s'ajoutent a la
      * ligne en attente ; un autre jour ou une autre devise fait
      * editer la ligne en attente et prend sa place.
           IF HIS-CPTY = W-RCP-CPTY(W-RCP-IND)
             IF FL-JOUR-PLEIN
                AND HIS-DATE = W-JOUR-DATE
                AND HIS-DEV = W-JOUR-DEV
               PERFORM 6030-AJOUTE-CYCLE
             ELSE
               IF FL-JOUR-PLEIN
                 PERFORM 6050-EDITE-LIGNE-JOUR
               END-IF
               MOVE HIS-DATE     TO W-JOUR-DATE
               MOVE HIS-DEV      TO W-JOUR-DEV
               MOVE HIS-MNT-PAYE TO W-JOUR-MNT-PAYE
               MOVE HIS-MNT-RECU TO W-JOUR-MNT-RECU
               MOVE HIS-MNT-NET  TO W-JOUR-MNT-NET
               MOVE HIS-SENS     TO W-JOUR-SENS
               SET FL-JOUR-PLEIN TO TRUE
             END-IF
           END-IF

           PERFORM 1060-LIT-HIST
           .

      *-----------------------------------------------------------------
       6030-AJOUTE-CYCLE SECTION.
      *-----------------------------------------------------------------
      * Ajoute paye et recu du cycle lu a la ligne du jour en attente
      * et recalcule le net et son sens comme DACSBAT1 ('D' = a payer,
      * 'C' = a recevoir).
           ADD HIS-MNT-PAYE TO W-JOUR-MNT-PAYE
           ADD HIS-MNT-RECU TO W-JOUR-MNT-RECU
           COMPUTE W-MNT-NET-JOUR = W-JOUR-MNT-PAYE
                                  - W-JOUR-MNT-RECU
           IF W-MNT-NET-JOUR < 0
             MOVE 'C' TO W-JOUR-SENS
             COMPUTE W-JOUR-MNT-NET = 0 - W-MNT-NET-JOUR
           ELSE
             MOVE 'D' TO W-JOUR-SENS
             MOVE W-MNT-NET-JOUR TO W-JOUR-MNT-NET
           END-IF
           .

      *-----------------------------------------------------------------
       6050-EDITE-LIGNE-JOUR SECTION.
      *-----------------------------------------------------------------
      * Ligne de releve du jour en attente : date, devise, paye, recu,
      * net avec son sens, et cumul courant de la position nette de la
      * devise depuis le debut de la periode.
           PERFORM 6070-CUMULE-DEVISE

           MOVE SPACES                    TO RLV-LIGNE-JOUR
           MOVE W-JOUR-DATE               TO COL-JR-DATE
           MOVE W-JOUR-DEV                TO COL-JR-DEV
           MOVE W-JOUR-MNT-PAYE           TO W-MNT-RECU-R
           MOVE W-MNT-RECU                TO COL-JR-PAYE
           MOVE W-JOUR-MNT-RECU           TO W-MNT-RECU-R
           MOVE W-MNT-RECU                TO COL-JR-RECU
           MOVE W-JOUR-MNT-NET            TO W-MNT-RECU-R
           MOVE W-MNT-RECU                TO COL-JR-NET
           EVALUATE TRUE
             WHEN W-MNT-RECU = 0
               MOVE 'SOLDE'    TO COL-JR-SENS
             WHEN W-JOUR-SENS = 'C'
               MOVE 'RECEVOIR' TO COL-JR-SENS
             WHEN OTHER
               MOVE 'PAYER'    TO COL-JR-SENS
           MOVE W-SENS-CUMUL              TO COL-JR-CUMUL-SENS

           WRITE RLV-OUT-REC FROM RLV-LIGNE-JOUR
           SET FL-JOUR-VIDE TO TRUE
           .

      *-----------------------------------------------------------------
       6070-CUMULE-DEVISE SECTION.
      *-----------------------------------------------------------------
      * Cumule la position nette du jour en attente dans le cumul de
      * sa devise pour le bloc en cours ('D' en plus, 'C' en moins),
      * et restitue le cumul en valeur absolue avec son sens.
           MOVE 0 TO W-CUM-IND-TROUVE
           PERFORM VARYING W-CUM-IND FROM 1 BY 1
                   UNTIL W-CUM-IND > W-CUM-NBENR
             IF W-CUM-DEV(W-CUM-IND) = W-JOUR-DEV
               MOVE W-CUM-IND TO W-CUM-IND-TROUVE
             END-IF
           END-PERFORM
             IF W-CUM-NBENR >= C-CUM-MAX-ENR
               DISPLAY 'ATTENTION 6070-CUMULE-DEVISE : CAPACITE '
                       C-CUM-MAX-ENR ' ATTEINTE - CUMUL NON TENU '
                       'POUR ' W-JOUR-DEV
               MOVE 0       TO W-MNT-CUMUL-ABS
               MOVE 'N/D'   TO W-SENS-CUMUL
             ELSE
               ADD 1 TO W-CUM-NBENR
               MOVE W-CUM-NBENR TO W-CUM-IND-TROUVE
               MOVE W-JOUR-DEV  TO W-CUM-DEV(W-CUM-IND-TROUVE)
               MOVE 0           TO W-CUM-MNT(W-CUM-IND-TROUVE)
             END-IF
           END-IF

           IF W-CUM-IND-TROUVE NOT = 0
             MOVE W-JOUR-MNT-NET TO W-MNT-RECU-R
             IF W-JOUR-SENS = 'C'
               SUBTRACT W-MNT-RECU FROM W-CUM-MNT(W-CUM-IND-TROUVE)
             ELSE
               ADD W-MNT-RECU TO W-CUM-MNT(W-CUM-IND-TROUVE)
