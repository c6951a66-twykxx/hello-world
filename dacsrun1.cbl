      ***************************************************************** *
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. DACSRUN1.
      ******************************************************************
      *  APPLICATION : DACSRUN1                                        *
      ******************************************************************
      *  PROGRAMME : DACSRUN1                                          *
      *                                                                *
      *  Date de creation : 15/10/2026                                 *
      *  Auteur : JGO                                                  *
      *                                                                *
      *  Description : Pilotage de la chaine de nuit (DACSCTL1,        *
      *                 JULIAN15, DACSBAT1, DACSPAY1, DACSCHN1,        *
      *                 DACSACK1, DACSAUD1, DACSGLI1), appele par      *
      *                 chaque etape au lancement et en fin de run.    *
      *                 Tient le fichier de pilotage DACSRUN.CTL (une  *
      *                 ligne par date metier, etape et cycle : etat,  *
      *                 debut, fin, code retour, mouvements lus,       *
      *                 instructions emises, hash) et refuse le        *
      *                 lancement d'une etape dont un predecesseur     *
      *                 n'est pas termine proprement pour la meme      *
      *                 date. Sert aussi les relances et les sauts     *
      *                 d'etape decides par la production (DACSPIL1).  *
      *                 Chaque demande est tracee dans le journal      *
      *                 DACSRUN.JRN.                                   *
      ******************************************************************
      *                                                                *
      ******************************************************************
      *  COMMENTAIRES                                                  *
      ******************************************************************
      *                   M O D I F I C A T I O N S                    *
      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *  15/10/2026 JGO  Nouvelle etape journaliere DACSGLI1           *
      *                  (interface comptable) en fin de chaine        *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT FRUNCTL ASSIGN TO "DACSRUN.CTL"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-RUNCTL-STATUS.

           SELECT FRUNJRN ASSIGN TO "DACSRUN.JRN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-RUNJRN-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  FRUNCTL.
           COPY CRUNENRV.

      *--- Journal du pilotage : une ligne par demande, acceptee ou
      *    non (horodatage, date, etape, cycle, fonction, code retour
      *    de la demande, operateur, code retour de l'etape, motif) ---
       FD  FRUNJRN.
       01  JRN-REC.
           05 JRN-TIMESTAMP         PIC X(14).
           05 FILLER                PIC X(1).
           05 JRN-DATE              PIC X(8).
           05 FILLER                PIC X(1).
           05 JRN-ETAPE             PIC X(8).
           05 FILLER                PIC X(1).
           05 JRN-CYCLE             PIC X(1).
           05 FILLER                PIC X(1).
           05 JRN-FCT               PIC X(1).
           05 FILLER                PIC X(1).
           05 JRN-CODRET            PIC X(2).
           05 FILLER                PIC X(1).
           05 JRN-USER              PIC X(8).
           05 FILLER                PIC X(1).
           05 JRN-RC                PIC 9(4).
           05 FILLER                PIC X(1).
           05 JRN-MOTIF             PIC X(60).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 WVAR-IDENT-CGESLOGV.
           05 ID-SVN                   PIC X(255) VALUE
           '$ID$'.

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSRUN1'.
       77 C-RUN-MAX-ENR                PIC 9(4) COMP VALUE 2000.
       77 C-RC-MAX-PROPRE              PIC 9(4) VALUE 4.

      *--- FLAGS -------------------------------------------------------
       01 FL-DISPLAY                   PIC X(2).
          88 FL-DISPLAY-OK                 VALUE '1'.
          88 FL-DISPLAY-KO                 VALUE '0'.

       01 W-RUNCTL-STATUS              PIC X(2).
       01 W-RUNJRN-STATUS              PIC X(2).

       01 W-FL-EOF-RUN                 PIC X(1) VALUE 'N'.
          88 W-EOF-RUN-YES                 VALUE 'Y'.
          88 W-EOF-RUN-NON                 VALUE 'N'.

      *--- Fichier de pilotage a reecrire en fin de demande -----------
       01 FL-REECRIRE                  PIC X(1) VALUE 'N'.
          88 FL-REECRIRE-OUI               VALUE 'O'.
          88 FL-REECRIRE-NON               VALUE 'N'.

      *--- Etape appelante, son rang dans la chaine et son cycle
      *    (blanc pour une etape journaliere) --------------------------
       01 W-ETP-IND                    PIC 9(2) COMP.
       01 W-ETP-RANG                   PIC 9(2) COMP.
       01 W-CYCLE                      PIC X(1).
       01 W-CYCLE-PRED                 PIC X(1).
       01 W-TIMESTAMP                  PIC X(14).

      *--- Date de purge : les lignes anterieures au premier jour du
      *    mois precedant la date metier ne sont pas reecrites ---------
       01 W-DATE-PURGE                 PIC X(8).
       01 W-DATE-PURGE-R REDEFINES W-DATE-PURGE.
          05 W-PURGE-AAAA              PIC 9(4).
          05 W-PURGE-MM                PIC 9(2).
          05 W-PURGE-JJ                PIC 9(2).

      *--- Recherche d'une ligne du fichier de pilotage -------------
       01 W-CHR-ETAPE                  PIC X(8).
       01 W-CHR-CYCLE                  PIC X(1).
       01 W-CPT-PASSAGES               PIC 9(4).

       01 W-ED-RC                      PIC 9(4).

      *--- Lignes du fichier de pilotage, dans l'ordre du fichier ------
       01 W-TAB-RUN-CLS.
          02 W-RUN-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-RUN-IND          PIC 9(4) COMP.
          02 W-RUN-IND-TROUVE   PIC 9(4) COMP.
          02 W-RUN-IND-APP      PIC 9(4) COMP.
          02 W-RUN-ENR OCCURS 2000.
             03 W-RUN-DATE      PIC X(8).
             03 W-RUN-ETAPE     PIC X(8).
             03 W-RUN-CYCLE     PIC X(1).
             03 W-RUN-ETAT      PIC X(1).
                88 W-RUN-ETAT-PROPRE      VALUE 'T' 'S'.
             03 W-RUN-DEBUT     PIC X(14).
             03 W-RUN-FIN       PIC X(14).
             03 W-RUN-RC        PIC 9(4).
             03 W-RUN-NB-LUS    PIC 9(9).
             03 W-RUN-NB-EMIS   PIC 9(9).
             03 W-RUN-HASH      PIC 9(18).
             03 W-RUN-MOTIF     PIC X(60).

      *--- COPYS -------------------------------------------------------
      *----- Etapes de la chaine de nuit
           COPY CRUNETPV.

       LINKAGE SECTION.
      *----- Parametres d'appel de DACSRUN1
           COPY CRUNCTLV.

      ******************************************************************
       PROCEDURE DIVISION USING BY REFERENCE CRUNCTLV.
      ******************************************************************

           SET FL-DISPLAY-OK TO TRUE
      *    SET FL-DISPLAY-KO TO TRUE

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacsrun1.cbl <<<<<<<<<<'

           PERFORM 1000-INITIALISATION
           PERFORM 9999-FIN-PROG

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacsrun1.cbl <<<<<<<<<<'

           EXIT PROGRAM
           GOBACK
           .

      *-----------------------------------------------------------------
       1000-INITIALISATION SECTION.
      *-----------------------------------------------------------------
      * La memoire du module est conservee d'un appel a l'autre du
      * run : le fichier de pilotage est relu a chaque demande, un
      * autre run ayant pu le modifier entre le debut et la fin
      * d'etape.
           MOVE '00'     TO CRUNCTLV-CODRET
           MOVE SPACES   TO CRUNCTLV-LIBELLE
           MOVE 0        TO W-RUN-NBENR
           SET FL-REECRIRE-NON TO TRUE
           SET W-EOF-RUN-NON   TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-TIMESTAMP

           PERFORM 1010-CTRL-DEMANDE

           IF CRUNCTLV-CODRET-OK
             PERFORM 1100-CHARGE-PILOTAGE
           END-IF

           IF CRUNCTLV-CODRET-OK
             EVALUATE TRUE
               WHEN CRUNCTLV-FCT-DEBUT
                 PERFORM 2000-DEBUT-ETAPE
               WHEN CRUNCTLV-FCT-FIN
                 PERFORM 3000-FIN-ETAPE
               WHEN CRUNCTLV-FCT-RELANCE
                 PERFORM 4000-RELANCE-ETAPE
               WHEN CRUNCTLV-FCT-SAUT
                 PERFORM 4500-SAUT-ETAPE
             END-EVALUATE
           END-IF

           IF CRUNCTLV-CODRET-OK AND FL-REECRIRE-OUI
             PERFORM 8000-REECRIT-PILOTAGE
           END-IF
           .

      *-----------------------------------------------------------------
       1010-CTRL-DEMANDE SECTION.
      *-----------------------------------------------------------------
      * Fonction connue, etape de la chaine, date metier AAAAMMJJ,
      * cycle 1 a 9 pour une etape par cycle (blanc = 1), et operateur
      * et motif obligatoires pour une relance ou un saut.
           MOVE 0 TO W-ETP-RANG
           MOVE CRUNCTLV-CYCLE TO W-CYCLE
           PERFORM VARYING W-ETP-IND FROM 1 BY 1
                   UNTIL W-ETP-IND > CRUNETPV-NBENR
             IF CRUNETPV-NOM(W-ETP-IND) = CRUNCTLV-ETAPE
               MOVE W-ETP-IND TO W-ETP-RANG
             END-IF
           END-PERFORM

           IF W-ETP-RANG > 0
             IF CRUNETPV-PAR-CYCLE(W-ETP-RANG)
               IF CRUNCTLV-CYCLE = SPACE
                 MOVE '1'            TO W-CYCLE
               ELSE
                 MOVE CRUNCTLV-CYCLE TO W-CYCLE
               END-IF
             ELSE
               MOVE SPACE TO W-CYCLE
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN NOT CRUNCTLV-FCT-DEBUT AND NOT CRUNCTLV-FCT-FIN
                  AND NOT CRUNCTLV-FCT-RELANCE AND NOT CRUNCTLV-FCT-SAUT
               SET CRUNCTLV-CODRET-INVALIDE TO TRUE
               MOVE 'FONCTION DE PILOTAGE INCONNUE' TO CRUNCTLV-LIBELLE
             WHEN W-ETP-RANG = 0
               SET CRUNCTLV-CODRET-INVALIDE TO TRUE
               MOVE 'ETAPE INCONNUE DE LA CHAINE DE NUIT'
                                                  TO CRUNCTLV-LIBELLE
             WHEN CRUNCTLV-DATE IS NOT NUMERIC
               SET CRUNCTLV-CODRET-INVALIDE TO TRUE
               MOVE 'DATE METIER INVALIDE'      TO CRUNCTLV-LIBELLE
             WHEN CRUNETPV-PAR-CYCLE(W-ETP-RANG)
                  AND (W-CYCLE < '1' OR W-CYCLE > '9')
               SET CRUNCTLV-CODRET-INVALIDE TO TRUE
               MOVE 'CYCLE DE REGLEMENT INVALIDE' TO CRUNCTLV-LIBELLE
             WHEN (CRUNCTLV-FCT-RELANCE OR CRUNCTLV-FCT-SAUT)
                  AND (CRUNCTLV-USER = SPACES
                       OR CRUNCTLV-MOTIF = SPACES)
               SET CRUNCTLV-CODRET-INVALIDE TO TRUE
               MOVE 'OPERATEUR ET MOTIF OBLIGATOIRES'
                                                  TO CRUNCTLV-LIBELLE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1100-CHARGE-PILOTAGE SECTION.
      *-----------------------------------------------------------------
      * Charge le fichier de pilotage. Fichier absent : premiere
      * utilisation, table vide. Fichier illisible ou table saturee :
      * la demande est refusee, on ne pilote pas a l'aveugle. Les
      * lignes anterieures a la date de purge sont laissees de cote
      * et disparaissent a la prochaine reecriture.
           MOVE CRUNCTLV-DATE TO W-DATE-PURGE
           IF W-PURGE-MM = 1
             MOVE 12 TO W-PURGE-MM
             SUBTRACT 1 FROM W-PURGE-AAAA
           ELSE
             SUBTRACT 1 FROM W-PURGE-MM
           END-IF
           MOVE 1 TO W-PURGE-JJ

           OPEN INPUT FRUNCTL
           EVALUATE W-RUNCTL-STATUS
             WHEN '00'
               PERFORM 1110-LIT-PILOTAGE
                       UNTIL W-EOF-RUN-YES
                          OR NOT CRUNCTLV-CODRET-OK
               CLOSE FRUNCTL
             WHEN '35'
               CONTINUE
             WHEN OTHER
               SET CRUNCTLV-CODRET-CTLKO TO TRUE
               STRING 'FICHIER DE PILOTAGE DACSRUN.CTL ILLISIBLE '
                                           DELIMITED BY SIZE
                      '- STATUT '          DELIMITED BY SIZE
                      W-RUNCTL-STATUS      DELIMITED BY SIZE
                      INTO CRUNCTLV-LIBELLE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1110-LIT-PILOTAGE SECTION.
      *-----------------------------------------------------------------
           READ FRUNCTL
             AT END
               SET W-EOF-RUN-YES TO TRUE
             NOT AT END
               IF RUN-DATE >= W-DATE-PURGE
                 IF W-RUN-NBENR >= C-RUN-MAX-ENR
                   SET CRUNCTLV-CODRET-CTLKO TO TRUE
                   MOVE 'FICHIER DE PILOTAGE DACSRUN.CTL SATURE'
                                                  TO CRUNCTLV-LIBELLE
                 ELSE
                   ADD 1 TO W-RUN-NBENR
                   MOVE RUN-DATE    TO W-RUN-DATE(W-RUN-NBENR)
                   MOVE RUN-ETAPE   TO W-RUN-ETAPE(W-RUN-NBENR)
                   MOVE RUN-CYCLE   TO W-RUN-CYCLE(W-RUN-NBENR)
                   MOVE RUN-ETAT    TO W-RUN-ETAT(W-RUN-NBENR)
                   MOVE RUN-DEBUT   TO W-RUN-DEBUT(W-RUN-NBENR)
                   MOVE RUN-FIN     TO W-RUN-FIN(W-RUN-NBENR)
                   MOVE RUN-RC      TO W-RUN-RC(W-RUN-NBENR)
                   MOVE RUN-NB-LUS  TO W-RUN-NB-LUS(W-RUN-NBENR)
                   MOVE RUN-NB-EMIS TO W-RUN-NB-EMIS(W-RUN-NBENR)
                   MOVE RUN-HASH    TO W-RUN-HASH(W-RUN-NBENR)
                   MOVE RUN-MOTIF   TO W-RUN-MOTIF(W-RUN-NBENR)
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1200-CHERCHE-PASSAGE SECTION.
      *-----------------------------------------------------------------
      * Cherche la ligne de la date metier pour l'etape W-CHR-ETAPE et
      * le cycle W-CHR-CYCLE : W-RUN-IND-TROUVE = 0 si l'etape n'est
      * pas encore passee.
           MOVE 0 TO W-RUN-IND-TROUVE
           PERFORM VARYING W-RUN-IND FROM 1 BY 1
                   UNTIL W-RUN-IND > W-RUN-NBENR
             IF W-RUN-DATE(W-RUN-IND) = CRUNCTLV-DATE
                AND W-RUN-ETAPE(W-RUN-IND) = W-CHR-ETAPE
                AND W-RUN-CYCLE(W-RUN-IND) = W-CHR-CYCLE
               MOVE W-RUN-IND TO W-RUN-IND-TROUVE
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       1250-AJOUTE-PASSAGE SECTION.
      *-----------------------------------------------------------------
      * Cree la ligne de l'etape appelante pour la date et le cycle,
      * W-RUN-IND-APP = 0 si le fichier de pilotage est sature.
           IF W-RUN-NBENR >= C-RUN-MAX-ENR
             MOVE 0 TO W-RUN-IND-APP
             SET CRUNCTLV-CODRET-CTLKO TO TRUE
             MOVE 'FICHIER DE PILOTAGE DACSRUN.CTL SATURE'
                                               TO CRUNCTLV-LIBELLE
           ELSE
             ADD 1 TO W-RUN-NBENR
             MOVE W-RUN-NBENR   TO W-RUN-IND-APP
             MOVE CRUNCTLV-DATE  TO W-RUN-DATE(W-RUN-IND-APP)
             MOVE CRUNCTLV-ETAPE TO W-RUN-ETAPE(W-RUN-IND-APP)
             MOVE W-CYCLE        TO W-RUN-CYCLE(W-RUN-IND-APP)
             MOVE SPACE          TO W-RUN-ETAT(W-RUN-IND-APP)
             MOVE SPACES         TO W-RUN-DEBUT(W-RUN-IND-APP)
             MOVE SPACES         TO W-RUN-FIN(W-RUN-IND-APP)
             MOVE 0              TO W-RUN-RC(W-RUN-IND-APP)
             MOVE 0              TO W-RUN-NB-LUS(W-RUN-IND-APP)
             MOVE 0              TO W-RUN-NB-EMIS(W-RUN-IND-APP)
             MOVE 0              TO W-RUN-HASH(W-RUN-IND-APP)
             MOVE SPACES         TO W-RUN-MOTIF(W-RUN-IND-APP)
           END-IF
           .

      *-----------------------------------------------------------------
       2000-DEBUT-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Lancement d'une etape : refuse si l'etape est deja passee pour
      * la date et le cycle sans relance marquee (terminee, sautee, ou
      * en cours / interrompue), ou si un predecesseur n'est pas
      * termine proprement (code retour 0 a 4) ou saute sur motif.
      * Une etape en echec peut etre relancee directement.
           MOVE CRUNCTLV-ETAPE TO W-CHR-ETAPE
           MOVE W-CYCLE        TO W-CHR-CYCLE
           PERFORM 1200-CHERCHE-PASSAGE
           MOVE W-RUN-IND-TROUVE TO W-RUN-IND-APP

           IF W-RUN-IND-APP > 0
             EVALUATE W-RUN-ETAT(W-RUN-IND-APP)
               WHEN 'T'
                 SET CRUNCTLV-CODRET-REFUS TO TRUE
                 MOVE 'ETAPE DEJA TERMINEE - RELANCE A MARQUER PAR DACSP
      -               'IL1'                       TO CRUNCTLV-LIBELLE
               WHEN 'S'
                 SET CRUNCTLV-CODRET-REFUS TO TRUE
                 MOVE 'ETAPE SAUTEE - RELANCE A MARQUER PAR DACSPIL1'
                                                  TO CRUNCTLV-LIBELLE
               WHEN 'E'
                 SET CRUNCTLV-CODRET-REFUS TO TRUE
                 MOVE 'ETAPE EN COURS OU INTERROMPUE - RELANCE A MARQUER
      -               ' PAR DACSPIL1'             TO CRUNCTLV-LIBELLE
             END-EVALUATE
           END-IF

           PERFORM VARYING W-ETP-IND FROM 1 BY 1
                   UNTIL W-ETP-IND >= W-ETP-RANG
                      OR NOT CRUNCTLV-CODRET-OK
             PERFORM 2100-CTRL-PREDECESSEUR
           END-PERFORM

           IF CRUNCTLV-CODRET-OK AND W-RUN-IND-APP = 0
             PERFORM 1250-AJOUTE-PASSAGE
           END-IF

           IF CRUNCTLV-CODRET-OK
             MOVE 'E'         TO W-RUN-ETAT(W-RUN-IND-APP)
             MOVE W-TIMESTAMP TO W-RUN-DEBUT(W-RUN-IND-APP)
             MOVE SPACES      TO W-RUN-FIN(W-RUN-IND-APP)
             MOVE 0           TO W-RUN-RC(W-RUN-IND-APP)
             MOVE 0           TO W-RUN-NB-LUS(W-RUN-IND-APP)
             MOVE 0           TO W-RUN-NB-EMIS(W-RUN-IND-APP)
             MOVE 0           TO W-RUN-HASH(W-RUN-IND-APP)
             MOVE SPACES      TO W-RUN-MOTIF(W-RUN-IND-APP)
             SET FL-REECRIRE-OUI TO TRUE
           END-IF
           .

      *-----------------------------------------------------------------
       2100-CTRL-PREDECESSEUR SECTION.
      *-----------------------------------------------------------------
      * Predecesseur W-ETP-IND de l'etape appelante. Predecesseur
      * journalier, ou par cycle devant une etape par cycle : sa ligne
      * de la date (et du meme cycle) doit etre terminee ou sautee.
      * Predecesseur par cycle devant une etape journaliere (fin de
      * journee) : tous ses cycles de la date doivent l'etre, et il
      * doit etre passe au moins une fois.
           MOVE CRUNETPV-NOM(W-ETP-IND) TO W-CHR-ETAPE

           IF CRUNETPV-PAR-CYCLE(W-ETP-IND)
              AND CRUNETPV-JOURNALIERE(W-ETP-RANG)
             MOVE 0 TO W-CPT-PASSAGES
             PERFORM VARYING W-RUN-IND FROM 1 BY 1
                     UNTIL W-RUN-IND > W-RUN-NBENR
                        OR NOT CRUNCTLV-CODRET-OK
               IF W-RUN-DATE(W-RUN-IND) = CRUNCTLV-DATE
                  AND W-RUN-ETAPE(W-RUN-IND) = W-CHR-ETAPE
                 ADD 1 TO W-CPT-PASSAGES
                 IF NOT W-RUN-ETAT-PROPRE(W-RUN-IND)
                   MOVE W-RUN-IND TO W-RUN-IND-TROUVE
                   PERFORM 2150-REFUS-PREDECESSEUR
                 END-IF
               END-IF
             END-PERFORM
             IF W-CPT-PASSAGES = 0 AND CRUNCTLV-CODRET-OK
               MOVE 0     TO W-RUN-IND-TROUVE
               MOVE SPACE TO W-CHR-CYCLE
               PERFORM 2150-REFUS-PREDECESSEUR
             END-IF
           ELSE
             IF CRUNETPV-PAR-CYCLE(W-ETP-IND)
               MOVE W-CYCLE TO W-CHR-CYCLE
             ELSE
               MOVE SPACE   TO W-CHR-CYCLE
             END-IF
             PERFORM 1200-CHERCHE-PASSAGE
             IF W-RUN-IND-TROUVE = 0
               PERFORM 2150-REFUS-PREDECESSEUR
             ELSE
               IF NOT W-RUN-ETAT-PROPRE(W-RUN-IND-TROUVE)
                 PERFORM 2150-REFUS-PREDECESSEUR
               END-IF
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       2150-REFUS-PREDECESSEUR SECTION.
      *-----------------------------------------------------------------
      * Motif du refus : predecesseur W-CHR-ETAPE non lance pour la
      * date (W-RUN-IND-TROUVE = 0), ou passage W-RUN-IND-TROUVE non
      * termine proprement, avec son cycle, son etat et son code
      * retour.
           SET CRUNCTLV-CODRET-REFUS TO TRUE
           MOVE SPACES TO CRUNCTLV-LIBELLE
           EVALUATE TRUE
             WHEN W-RUN-IND-TROUVE = 0 AND W-CHR-CYCLE = SPACE
               STRING 'PREDECESSEUR '      DELIMITED BY SIZE
                      W-CHR-ETAPE          DELIMITED BY SIZE
                      ' NON LANCE POUR LA DATE ' DELIMITED BY SIZE
                      CRUNCTLV-DATE        DELIMITED BY SIZE
                      INTO CRUNCTLV-LIBELLE
             WHEN W-RUN-IND-TROUVE = 0
               STRING 'PREDECESSEUR '      DELIMITED BY SIZE
                      W-CHR-ETAPE          DELIMITED BY SIZE
                      ' CYCLE '            DELIMITED BY SIZE
                      W-CHR-CYCLE          DELIMITED BY SIZE
                      ' NON LANCE POUR LA DATE ' DELIMITED BY SIZE
                      CRUNCTLV-DATE        DELIMITED BY SIZE
                      INTO CRUNCTLV-LIBELLE
             WHEN OTHER
               MOVE W-RUN-RC(W-RUN-IND-TROUVE) TO W-ED-RC
               STRING 'PREDECESSEUR '      DELIMITED BY SIZE
                      W-CHR-ETAPE          DELIMITED BY SIZE
                      ' CYCLE '            DELIMITED BY SIZE
                      W-RUN-CYCLE(W-RUN-IND-TROUVE) DELIMITED BY SIZE
                      ' NON TERMINE - ETAT ' DELIMITED BY SIZE
                      W-RUN-ETAT(W-RUN-IND-TROUVE)  DELIMITED BY SIZE
                      ' RC '               DELIMITED BY SIZE
                      W-ED-RC              DELIMITED BY SIZE
                      INTO CRUNCTLV-LIBELLE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       3000-FIN-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Fin d'une etape : code retour et totaux de controle du run.
      * Code retour 0 a 4 = terminee, au-dela = en echec (bloque les
      * etapes suivantes jusqu'a relance reussie ou saut motive).
           MOVE CRUNCTLV-ETAPE TO W-CHR-ETAPE
           MOVE W-CYCLE        TO W-CHR-CYCLE
           PERFORM 1200-CHERCHE-PASSAGE
           MOVE W-RUN-IND-TROUVE TO W-RUN-IND-APP
           IF W-RUN-IND-APP = 0
             PERFORM 1250-AJOUTE-PASSAGE
           END-IF

           IF CRUNCTLV-CODRET-OK
             IF CRUNCTLV-RC > C-RC-MAX-PROPRE
               MOVE 'A'      TO W-RUN-ETAT(W-RUN-IND-APP)
             ELSE
               MOVE 'T'      TO W-RUN-ETAT(W-RUN-IND-APP)
             END-IF
             MOVE W-TIMESTAMP      TO W-RUN-FIN(W-RUN-IND-APP)
             MOVE CRUNCTLV-RC      TO W-RUN-RC(W-RUN-IND-APP)
             MOVE CRUNCTLV-NB-LUS  TO W-RUN-NB-LUS(W-RUN-IND-APP)
             MOVE CRUNCTLV-NB-EMIS TO W-RUN-NB-EMIS(W-RUN-IND-APP)
             MOVE CRUNCTLV-HASH    TO W-RUN-HASH(W-RUN-IND-APP)
             MOVE CRUNCTLV-MOTIF   TO W-RUN-MOTIF(W-RUN-IND-APP)
             SET FL-REECRIRE-OUI TO TRUE
           END-IF
           .

      *-----------------------------------------------------------------
       4000-RELANCE-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Relance marquee par la production : l'etape deja passee pour
      * la date et le cycle pourra etre relancee une fois. Le motif de
      * la relance reste sur la ligne jusqu'au prochain passage.
           MOVE CRUNCTLV-ETAPE TO W-CHR-ETAPE
           MOVE W-CYCLE        TO W-CHR-CYCLE
           PERFORM 1200-CHERCHE-PASSAGE
           MOVE W-RUN-IND-TROUVE TO W-RUN-IND-APP

           IF W-RUN-IND-APP = 0
             SET CRUNCTLV-CODRET-REFUS TO TRUE
             MOVE 'AUCUN PASSAGE DE L ETAPE A RELANCER POUR CETTE DATE'
                                                  TO CRUNCTLV-LIBELLE
           ELSE
             MOVE 'R'            TO W-RUN-ETAT(W-RUN-IND-APP)
             MOVE CRUNCTLV-MOTIF TO W-RUN-MOTIF(W-RUN-IND-APP)
             SET FL-REECRIRE-OUI TO TRUE
           END-IF
           .

      *-----------------------------------------------------------------
       4500-SAUT-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Saut d'etape motive par la production : l'etape compte comme
      * terminee pour ses successeurs. Une etape terminee n'a rien a
      * sauter ; une etape en cours doit d'abord etre marquee en
      * relance (interruption constatee).
           MOVE CRUNCTLV-ETAPE TO W-CHR-ETAPE
           MOVE W-CYCLE        TO W-CHR-CYCLE
           PERFORM 1200-CHERCHE-PASSAGE
           MOVE W-RUN-IND-TROUVE TO W-RUN-IND-APP

           IF W-RUN-IND-APP > 0
             EVALUATE W-RUN-ETAT(W-RUN-IND-APP)
               WHEN 'T'
                 SET CRUNCTLV-CODRET-REFUS TO TRUE
                 MOVE 'ETAPE TERMINEE - RIEN A SAUTER'
                                                  TO CRUNCTLV-LIBELLE
               WHEN 'E'
                 SET CRUNCTLV-CODRET-REFUS TO TRUE
                 MOVE 'ETAPE EN COURS - MARQUER D ABORD LA RELANCE'
                                                  TO CRUNCTLV-LIBELLE
             END-EVALUATE
           ELSE
             PERFORM 1250-AJOUTE-PASSAGE
           END-IF

           IF CRUNCTLV-CODRET-OK
             MOVE 'S'            TO W-RUN-ETAT(W-RUN-IND-APP)
             MOVE W-TIMESTAMP    TO W-RUN-DEBUT(W-RUN-IND-APP)
             MOVE W-TIMESTAMP    TO W-RUN-FIN(W-RUN-IND-APP)
             MOVE 0              TO W-RUN-RC(W-RUN-IND-APP)
             MOVE 0              TO W-RUN-NB-LUS(W-RUN-IND-APP)
             MOVE 0              TO W-RUN-NB-EMIS(W-RUN-IND-APP)
             MOVE 0              TO W-RUN-HASH(W-RUN-IND-APP)
             MOVE CRUNCTLV-MOTIF TO W-RUN-MOTIF(W-RUN-IND-APP)
             SET FL-REECRIRE-OUI TO TRUE
           END-IF
           .

      *-----------------------------------------------------------------
       8000-REECRIT-PILOTAGE SECTION.
      *-----------------------------------------------------------------
      * Reecrit le fichier de pilotage a partir de la table mise a
      * jour (les lignes purgees au chargement ne sont pas reprises).
           OPEN OUTPUT FRUNCTL
           IF W-RUNCTL-STATUS NOT = '00'
             SET CRUNCTLV-CODRET-CTLKO TO TRUE
             MOVE SPACES TO CRUNCTLV-LIBELLE
             STRING 'ECRITURE IMPOSSIBLE DE DACSRUN.CTL - STATUT '
                                           DELIMITED BY SIZE
                    W-RUNCTL-STATUS        DELIMITED BY SIZE
                    INTO CRUNCTLV-LIBELLE
           ELSE
             PERFORM VARYING W-RUN-IND FROM 1 BY 1
                     UNTIL W-RUN-IND > W-RUN-NBENR
               MOVE SPACES                   TO RUN-ENR
               MOVE W-RUN-DATE(W-RUN-IND)    TO RUN-DATE
               MOVE W-RUN-ETAPE(W-RUN-IND)   TO RUN-ETAPE
               MOVE W-RUN-CYCLE(W-RUN-IND)   TO RUN-CYCLE
               MOVE W-RUN-ETAT(W-RUN-IND)    TO RUN-ETAT
               MOVE W-RUN-DEBUT(W-RUN-IND)   TO RUN-DEBUT
               MOVE W-RUN-FIN(W-RUN-IND)     TO RUN-FIN
               MOVE W-RUN-RC(W-RUN-IND)      TO RUN-RC
               MOVE W-RUN-NB-LUS(W-RUN-IND)  TO RUN-NB-LUS
               MOVE W-RUN-NB-EMIS(W-RUN-IND) TO RUN-NB-EMIS
               MOVE W-RUN-HASH(W-RUN-IND)    TO RUN-HASH
               MOVE W-RUN-MOTIF(W-RUN-IND)   TO RUN-MOTIF
               WRITE RUN-ENR
               IF W-RUNCTL-STATUS NOT = '00'
                 SET CRUNCTLV-CODRET-CTLKO TO TRUE
                 MOVE SPACES TO CRUNCTLV-LIBELLE
                 STRING 'ECRITURE IMPOSSIBLE DE DACSRUN.CTL - STATUT '
                                           DELIMITED BY SIZE
                        W-RUNCTL-STATUS    DELIMITED BY SIZE
                        INTO CRUNCTLV-LIBELLE
               END-IF
             END-PERFORM
             CLOSE FRUNCTL
           END-IF
           .

      *-----------------------------------------------------------------
       8500-ECRIT-JOURNAL SECTION.
      *-----------------------------------------------------------------
      * Une ligne de journal par demande, quelle que soit l'issue :
      * lancements, fins, refus, relances et sauts avec operateur et
      * motif, pour garder la trace de la nuit hors des sorties des
      * etapes.
           OPEN EXTEND FRUNJRN
           IF W-RUNJRN-STATUS = '05' OR '35'
             OPEN OUTPUT FRUNJRN
           END-IF

           IF W-RUNJRN-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE DACSRUN.JRN - STATUT = '
                     W-RUNJRN-STATUS ' - TRACE DU PILOTAGE PERDUE'
           ELSE
             MOVE SPACES          TO JRN-REC
             MOVE W-TIMESTAMP     TO JRN-TIMESTAMP
             MOVE CRUNCTLV-DATE   TO JRN-DATE
             MOVE CRUNCTLV-ETAPE  TO JRN-ETAPE
             MOVE W-CYCLE         TO JRN-CYCLE
             MOVE CRUNCTLV-FCT    TO JRN-FCT
             MOVE CRUNCTLV-CODRET TO JRN-CODRET
             MOVE CRUNCTLV-USER   TO JRN-USER
             IF CRUNCTLV-FCT-FIN
               MOVE CRUNCTLV-RC   TO JRN-RC
             ELSE
               MOVE 0             TO JRN-RC
             END-IF
             IF CRUNCTLV-CODRET-OK
               MOVE CRUNCTLV-MOTIF   TO JRN-MOTIF
             ELSE
               MOVE CRUNCTLV-LIBELLE TO JRN-MOTIF
             END-IF

             WRITE JRN-REC
             IF W-RUNJRN-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE DACSRUN.JRN - STATUT = '
                       W-RUNJRN-STATUS ' - TRACE DU PILOTAGE PERDUE'
             END-IF
             CLOSE FRUNJRN
           END-IF
           .

      *-----------------------------------------------------------------
       9999-FIN-PROG SECTION.
      *-----------------------------------------------------------------

           PERFORM 8500-ECRIT-JOURNAL
           .

       END PROGRAM DACSRUN1.
