      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *  15/10/2026 JGO  Enregistrements '3' (SSI par devise) de       *
      *                  DACSPAY1.OUT reconnus et ignores : ils ne     *
      *                  sont ni des instructions ni comptes au hash   *
      *  15/10/2026 JGO  Mouvements mis a terme par DACSBAT1 pris en   *
      *                  compte dans le bouclage des mouvements lus    *
      *                  (lus = regles + exceptions + a terme) ; date  *
      *                  de valeur des positions de DACSPAY1.IN        *
      *  15/10/2026 JGO  Instructions bloquees au plafond par DACSPAY1 *
      *                  (DACSPAY1.BLQ, date de l'entete du fichier    *
      *                  d'instructions) rapprochees des positions au  *
      *                  meme titre que les ventilations emises        *
      *  15/10/2026 JGO  Cycles de reglement : bouclage d'un cycle a   *
      *                  la fois ; nouveau controle du meme cycle dans *
      *                  DACSBAT1.OUT, DACSPAY1.IN et l'entete de      *
      *                  DACSPAY1.OUT, blocages rapproches sur date et *
      *                  cycle du fichier d'instructions               *
      *  15/10/2026 JGO  Etape de la chaine de nuit pilotee par        *
      *                  DACSRUN1 pour la date et le cycle de l'entete *
      *                  de DACSPAY1.OUT (DACSPAY1 termine pour le     *
      *                  cycle) ; instructions relues, ecarts et hash  *
      *                  recalcule declares en fin d'etape             *
      *                                                                *
      ******************************************************************

                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-PAYOUT-STATUS.

           SELECT FBLOQ   ASSIGN TO "DACSPAY1.BLQ"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-BLOQ-STATUS.

           SELECT FCHNOUT ASSIGN TO "DACSCHN1.OUT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-CHNOUT-STATUS.
           05 FILLER                PIC X(1).
           05 PAY-IN-SENS           PIC X(1).
              88 PAY-IN-SENS-RECU       VALUE 'C'.
           05 FILLER                PIC X(1).
           05 PAY-IN-DATE-VAL       PIC X(8).
           05 FILLER                PIC X(1).
      *--- Cycle de reglement (blanc = cycle 1)
           05 PAY-IN-CYCLE          PIC X(1).

      *--- Fichier d'instructions emis par DACSPAY1 : entete '1',
      *    instruction '2' avec ventilation par devise, SSI '3' par
      *    devise (ignoree), fin '9' avec nombre d'instructions et
      *    hash ----------------------------------------------------------
       FD  FPAYOUT.
       01  PAY-OUT-REC.
           05 PAY-OUT-TYPE          PIC X(1).
              88 PAY-OUT-TYPE-ENTETE    VALUE '1'.
              88 PAY-OUT-TYPE-INSTR     VALUE '2'.
              88 PAY-OUT-TYPE-SSI       VALUE '3'.
              88 PAY-OUT-TYPE-FIN       VALUE '9'.
           05 PAY-OUT-CORPS         PIC X(239).
           05 PAY-OUT-CORPS-INS REDEFINES PAY-OUT-CORPS.
              10 PAY-OUT-FIN-NB        PIC 9(6).
              10 PAY-OUT-FIN-HASH      PIC 9(18).
              10 FILLER                PIC X(215).
           05 PAY-OUT-CORPS-ENT REDEFINES PAY-OUT-CORPS.
              10 PAY-OUT-ENT-DATE      PIC X(8).
              10 PAY-OUT-ENT-SOURCE    PIC X(8).
              10 PAY-OUT-ENT-REMPLACE  PIC X(1).
              10 PAY-OUT-ENT-CYCLE     PIC X(1).
              10 FILLER                PIC X(221).

      *--- File des instructions bloquees au plafond par DACSPAY1 : une
      *    ligne par devise de la ventilation bloquee, marque 'O' =
      *    blocage d'un fichier d'instructions remplace depuis, cycle
      *    de reglement du fichier (blanc = cycle 1) -----------------
       FD  FBLOQ.
       01  BLQ-REC.
           05 BLQ-REF               PIC X(13).
           05 FILLER                PIC X(1).
           05 BLQ-DATE-BLOC         PIC X(8).
           05 FILLER                PIC X(1).
           05 BLQ-CPTY              PIC X(8).
           05 FILLER                PIC X(1).
           05 BLQ-DEV               PIC X(3).
           05 FILLER                PIC X(1).
           05 BLQ-MONTANT           PIC 9(16).
           05 FILLER                PIC X(1).
           05 BLQ-SENS              PIC X(1).
           05 FILLER                PIC X(109).
           05 BLQ-REMPLACE          PIC X(1).
              88 BLQ-REMPLACE-OUI       VALUE 'O'.
           05 FILLER                PIC X(1).
           05 BLQ-CYCLE             PIC X(1).

       FD  FCHNOUT.
       01  CHN-OUT-REC              PIC X(132).

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSCHN1'.
       77 C-DACSRUN1                   PIC X(8) VALUE 'DACSRUN1'.
       77 C-POS-MAX-ENR                PIC 9(4) COMP VALUE 500.

      *--- FLAGS -------------------------------------------------------
       01 W-PAYIN-STATUS               PIC X(2).
       01 W-PAYOUT-STATUS              PIC X(2).
       01 W-CHNOUT-STATUS              PIC X(2).
       01 W-BLOQ-STATUS                PIC X(2).

       01 FL-CHNOUT                    PIC X(2).
          88 FL-CHNOUT-OK                  VALUE '1'.
          88 FL-CHNOUT-KO                  VALUE '0'.

      *--- Pilotage de la chaine de nuit : lancement accepte, et code
      *    retour du run garde le temps de l'appel de fin d'etape ----
       01 FL-ETAPE                     PIC X(2).
          88 FL-ETAPE-OK                   VALUE '1'.
          88 FL-ETAPE-KO                   VALUE '0'.

       01 W-RC-ETAPE                   PIC 9(4).

       01 W-FL-EOF-BAT                 PIC X(1) VALUE 'N'.
          88 W-EOF-BAT-YES                 VALUE 'Y'.
          88 W-EOF-BAT-NON                 VALUE 'N'.
          88 W-EOF-POU-YES                 VALUE 'Y'.
          88 W-EOF-POU-NON                 VALUE 'N'.

       01 W-FL-EOF-BLQ                 PIC X(1) VALUE 'N'.
          88 W-EOF-BLQ-YES                 VALUE 'Y'.
          88 W-EOF-BLQ-NON                 VALUE 'N'.

      *--- FL-CONFORME : tombe au premier ecart nomme -----------------
       01 FL-CONFORME                  PIC X(1) VALUE '1'.
          88 FL-CONFORME-OUI               VALUE '1'.
       01 W-BAT-LUS                    PIC 9(6) VALUE 0.
       01 W-BAT-REGLES                 PIC 9(6) VALUE 0.
       01 W-BAT-EXCEPTIONS             PIC 9(6) VALUE 0.
      *--- Mouvements du jour mis a terme (absent des rapports
      *    anterieurs aux positions a terme = zero)
       01 W-BAT-TERME                  PIC 9(6) VALUE 0.
       01 W-BAT-SOMME                  PIC 9(7).

      *--- Fin de fichier annoncee et constatee de DACSPAY1.OUT -------
       01 W-FIN-HASH-ANN               PIC 9(18) VALUE 0.
       01 W-CPT-INSTR                  PIC 9(6)  VALUE 0.
       01 W-HASH-CALCULE               PIC 9(18) VALUE 0.
      *--- Date de valeur de base de l'entete de DACSPAY1.OUT ---------
       01 W-DATE-EMISSION              PIC X(8)  VALUE SPACES.

      *--- Cycle de reglement releve dans chaque fichier de la chaine
      *    (blanc = fichier absent ou sans ligne) et cycle d'une ligne
      *    lue ; lignes de DACSPAY1.IN d'un autre cycle que la premiere
       01 W-CYC-BAT                    PIC X(1)  VALUE SPACE.
       01 W-CYC-PIN                    PIC X(1)  VALUE SPACE.
       01 W-CYC-EMI                    PIC X(1)  VALUE SPACE.
       01 W-CYCLE-LU                   PIC X(1)  VALUE SPACE.
       01 W-CPT-PIN-AUTRE-CYCLE        PIC 9(4)  VALUE 0.

      *--- Instructions bloquees au plafond pour la date d'emission
      *    (une par reference de blocage) ------------------------------
       01 W-CPT-BLOQUEES               PIC 9(6)  VALUE 0.
       01 W-BLQ-REF-PREC               PIC X(13) VALUE SPACES.

      *--- COMPTEURS -----------------------------------------------
       01 W-CPT-PIN-LUES               PIC 9(6) VALUE 0.
      *    le controle ------------------------------------------------
       01 W-CPT-PIN-INVALIDES          PIC 9(4) VALUE 0.
       01 W-CPT-VEN-INVALIDES          PIC 9(4) VALUE 0.
       01 W-CPT-BLQ-INVALIDES          PIC 9(4) VALUE 0.

      *--- Montant de l'interface : la REDEFINES redonne la vue
      *    decimale du montant transporte sans virgule ----------------
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-ECA-DEV              PIC X(3).

      *--- COPYS -------------------------------------------------------
      *----- Parametres du pilotage de la chaine de nuit (DACSRUN1)
           COPY CRUNCTLV.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacschn1.cbl <<<<<<<<<<'

           PERFORM 9700-DEBUT-ETAPE
           IF FL-ETAPE-OK
             PERFORM 1000-INITIALISATION
             PERFORM 9750-FIN-ETAPE
           END-IF

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacschn1.cbl <<<<<<<<<<'

             PERFORM 1100-LIT-RAPPORT-BAT
             PERFORM 1200-LIT-PAYIN
             PERFORM 1300-LIT-PAYOUT
             PERFORM 1400-LIT-BLOCAGES
             PERFORM 6000-EDITE-FEUILLE
           ELSE
             DISPLAY 'DACSCHN1 : ECHEC OUVERTURE FICHIER, FEUILLE '
       1100-LIT-RAPPORT-BAT SECTION.
      *-----------------------------------------------------------------
      * Releve la ligne de totaux du rapport DACSBAT1.OUT (ecrite par
      * 6000-EDITE-RAPPORT : mouvements lus, regles, exceptions et mis
      * a terme a positions fixes). Rapport ou ligne absents = ecart.
      * La ligne d'entete des controles donne le cycle de reglement.
           OPEN INPUT FBATOUT
           IF W-BATOUT-STATUS NOT = '00'
             DISPLAY 'ATTENTION 1100-LIT-RAPPORT-BAT : DACSBAT1.OUT '
             AT END
               SET W-EOF-BAT-YES TO TRUE
             NOT AT END
               IF BAT-OUT-REC(1:14) = 'ENTETE : DATE '
                 IF BAT-OUT-REC(39:7) = ' CYCLE '
                    AND BAT-OUT-REC(46:1) NOT = SPACE
                   MOVE BAT-OUT-REC(46:1) TO W-CYC-BAT
                 ELSE
                   MOVE '1'               TO W-CYC-BAT
                 END-IF
               END-IF
               IF BAT-OUT-REC(1:23) = 'TOTAL MOUVEMENTS LUS : '
                  AND BAT-OUT-REC(24:6) IS NUMERIC
                  AND BAT-OUT-REC(42:6) IS NUMERIC
                 MOVE BAT-OUT-REC(24:6) TO W-BAT-LUS
                 MOVE BAT-OUT-REC(42:6) TO W-BAT-REGLES
                 MOVE BAT-OUT-REC(64:6) TO W-BAT-EXCEPTIONS
                 IF BAT-OUT-REC(95:13) = ' - A TERME : '
                    AND BAT-OUT-REC(108:6) IS NUMERIC
                   MOVE BAT-OUT-REC(108:6) TO W-BAT-TERME
                 END-IF
               END-IF
           END-READ
           .
               SET W-EOF-PIN-YES TO TRUE
             NOT AT END
               ADD 1 TO W-CPT-PIN-LUES
               IF PAY-IN-CYCLE = SPACE
                 MOVE '1'          TO W-CYCLE-LU
               ELSE
                 MOVE PAY-IN-CYCLE TO W-CYCLE-LU
               END-IF
               IF W-CYC-PIN = SPACE
                 MOVE W-CYCLE-LU TO W-CYC-PIN
               END-IF
               IF W-CYCLE-LU NOT = W-CYC-PIN
                 ADD 1 TO W-CPT-PIN-AUTRE-CYCLE
               END-IF
      *--- Une ligne illisible est un ecart a nommer sur la feuille,
      *    pas une raison de tomber
               IF PAY-IN-MONTANT IS NOT NUMERIC
             NOT AT END
               EVALUATE TRUE
                 WHEN PAY-OUT-TYPE-ENTETE
                   MOVE PAY-OUT-ENT-DATE TO W-DATE-EMISSION
                   IF PAY-OUT-ENT-CYCLE = SPACE
                     MOVE '1'               TO W-CYC-EMI
                   ELSE
                     MOVE PAY-OUT-ENT-CYCLE TO W-CYC-EMI
                   END-IF
                 WHEN PAY-OUT-TYPE-INSTR
                   ADD 1 TO W-CPT-INSTR
                   IF PAY-OUT-MONTANT IS NUMERIC
                     ADD PAY-OUT-MONTANT TO W-HASH-CALCULE
                   END-IF
                   PERFORM 1370-CUMULE-VENTILATION
                 WHEN PAY-OUT-TYPE-SSI
                   CONTINUE
                 WHEN PAY-OUT-TYPE-FIN
                   SET FL-FIN-POU-VU TO TRUE
                   IF PAY-OUT-FIN-NB IS NUMERIC
           END-IF
           .

      *-----------------------------------------------------------------
       1400-LIT-BLOCAGES SECTION.
      *-----------------------------------------------------------------
      * Les instructions que DACSPAY1 a bloquees au plafond pour la
      * date et le cycle du fichier d'instructions portent des
      * positions exportees
      * qui ne sont pas dans DACSPAY1.OUT : leurs lignes sont cumulees
      * avec les ventilations emises (un blocage d'un fichier remplace
      * depuis ne compte pas). File absente = aucun blocage.
           OPEN INPUT FBLOQ
           EVALUATE W-BLOQ-STATUS
             WHEN '00'
               PERFORM 1450-LIT-LIGNE-BLQ UNTIL W-EOF-BLQ-YES
               CLOSE FBLOQ
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY 'ATTENTION 1400-LIT-BLOCAGES : DACSPAY1.BLQ '
                       'INDISPONIBLE (STATUT ' W-BLOQ-STATUS ')'
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1450-LIT-LIGNE-BLQ SECTION.
      *-----------------------------------------------------------------
           READ FBLOQ
             AT END
               SET W-EOF-BLQ-YES TO TRUE
             NOT AT END
               IF BLQ-CYCLE = SPACE
                 MOVE '1'       TO W-CYCLE-LU
               ELSE
                 MOVE BLQ-CYCLE TO W-CYCLE-LU
               END-IF
               IF BLQ-DATE-BLOC = W-DATE-EMISSION
                  AND W-CYCLE-LU = W-CYC-EMI
                  AND NOT BLQ-REMPLACE-OUI
                 IF BLQ-REF NOT = W-BLQ-REF-PREC
                   MOVE BLQ-REF TO W-BLQ-REF-PREC
                   ADD 1 TO W-CPT-BLOQUEES
                 END-IF
                 IF BLQ-MONTANT IS NOT NUMERIC
                   ADD 1 TO W-CPT-BLQ-INVALIDES
                   DISPLAY 'ATTENTION 1450-LIT-LIGNE-BLQ : MONTANT NON '
                           'NUMERIQUE DANS DACSPAY1.BLQ POUR '
                           BLQ-CPTY ' ' BLQ-DEV
                 ELSE
                   MOVE BLQ-MONTANT TO W-MNT-RECU-R
                   IF BLQ-SENS = 'C'
                     COMPUTE W-MNT-SIGNE = 0 - W-MNT-RECU
                   ELSE
                     MOVE W-MNT-RECU TO W-MNT-SIGNE
                   END-IF
                   MOVE BLQ-CPTY TO W-CLE-CPTY
                   MOVE BLQ-DEV  TO W-CLE-DEV
                   PERFORM 1390-CUMULE-VEN
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       6000-EDITE-FEUILLE SECTION.
      *-----------------------------------------------------------------
      * Feuille de controle d'une page : un verdict par controle avec
      * ses ecarts nommes, puis le verdict d'ensemble CONFORME / NON
      * CONFORME. C'est le document de signature de la nuit, un par
      * cycle de reglement.
           MOVE SPACES TO CHN-OUT-REC
           STRING 'CONTROLE DE BOUCLAGE DE LA CHAINE DE NUIT - CYCLE '
                                        DELIMITED BY SIZE
                  W-CYC-EMI             DELIMITED BY SIZE
                  INTO CHN-OUT-REC
           WRITE CHN-OUT-REC

           PERFORM 6050-CTRL-CYCLE
           PERFORM 6100-CTRL-TOTAUX-BAT
           PERFORM 6200-CTRL-POSITIONS
           PERFORM 6300-CTRL-FIN-PAYOUT
           CLOSE FCHNOUT
           .

      *-----------------------------------------------------------------
       6050-CTRL-CYCLE SECTION.
      *-----------------------------------------------------------------
      * Controle 0 : les trois fichiers rapproches relevent du meme
      * cycle de reglement (un fichier d'un autre cycle de la journee
      * reste en place si un pas de la chaine n'a pas tourne), et
      * DACSPAY1.IN n'en melange pas deux. Un fichier absent ou vide
      * n'a pas de cycle : son absence est nommee par les autres
      * controles.
           MOVE SPACES TO CHN-LIGNE-CTRL
           MOVE 'CHAINE : MEME CYCLE DE REGLEMENT DE BOUT EN BOUT'
                                        TO COL-CTRL-LIBELLE

           IF (W-CYC-BAT NOT = SPACE AND W-CYC-EMI NOT = SPACE
               AND W-CYC-BAT NOT = W-CYC-EMI)
              OR (W-CYC-PIN NOT = SPACE AND W-CYC-EMI NOT = SPACE
               AND W-CYC-PIN NOT = W-CYC-EMI)
              OR (W-CYC-BAT NOT = SPACE AND W-CYC-PIN NOT = SPACE
               AND W-CYC-BAT NOT = W-CYC-PIN)
             MOVE 'ECART' TO COL-CTRL-ETAT
             PERFORM 6900-COMPTE-ECART
             WRITE CHN-OUT-REC FROM CHN-LIGNE-CTRL
             MOVE SPACES TO CHN-OUT-REC
             STRING '   ECART : CYCLE DACSBAT1.OUT ' DELIMITED BY SIZE
                    W-CYC-BAT                        DELIMITED BY SIZE
                    ' / DACSPAY1.IN '                DELIMITED BY SIZE
                    W-CYC-PIN                        DELIMITED BY SIZE
                    ' / DACSPAY1.OUT '               DELIMITED BY SIZE
                    W-CYC-EMI                        DELIMITED BY SIZE
                    INTO CHN-OUT-REC
             WRITE CHN-OUT-REC
           ELSE
             IF W-CPT-PIN-AUTRE-CYCLE > 0
               MOVE 'ECART' TO COL-CTRL-ETAT
             ELSE
               MOVE 'OK'    TO COL-CTRL-ETAT
             END-IF
             WRITE CHN-OUT-REC FROM CHN-LIGNE-CTRL
           END-IF

           IF W-CPT-PIN-AUTRE-CYCLE > 0
             PERFORM 6900-COMPTE-ECART
             MOVE SPACES TO CHN-OUT-REC
             STRING '   ECART : ' DELIMITED BY SIZE
                    W-CPT-PIN-AUTRE-CYCLE DELIMITED BY SIZE
                    ' LIGNE(S) D UN AUTRE CYCLE DANS DACSPAY1.IN'
                                        DELIMITED BY SIZE
                    INTO CHN-OUT-REC
             WRITE CHN-OUT-REC
           END-IF
           .

      *-----------------------------------------------------------------
       6100-CTRL-TOTAUX-BAT SECTION.
      *-----------------------------------------------------------------
      * Controle 1 : la ligne de totaux de DACSBAT1.OUT est presente
      * et mouvements lus = regles + exceptions + mis a terme.
           MOVE SPACES TO CHN-LIGNE-CTRL
           MOVE 'DACSBAT1.OUT : LUS = REGLES + EXCEPTIONS + A TERME'
                                        TO COL-CTRL-LIBELLE

           IF NOT FL-TOTAUX-VU
             WRITE CHN-OUT-REC
           ELSE
             COMPUTE W-BAT-SOMME = W-BAT-REGLES + W-BAT-EXCEPTIONS
                                 + W-BAT-TERME
             IF W-BAT-SOMME = W-BAT-LUS
               MOVE 'OK'    TO COL-CTRL-ETAT
               WRITE CHN-OUT-REC FROM CHN-LIGNE-CTRL
                      W-BAT-REGLES      DELIMITED BY SIZE
                      ' + EXCEPTIONS '  DELIMITED BY SIZE
                      W-BAT-EXCEPTIONS  DELIMITED BY SIZE
                      ' + A TERME '     DELIMITED BY SIZE
                      W-BAT-TERME       DELIMITED BY SIZE
                      INTO CHN-OUT-REC
               WRITE CHN-OUT-REC
             END-IF
           END-PERFORM
           ADD W-CPT-PIN-INVALIDES TO W-ECA-CONTROLE
           ADD W-CPT-VEN-INVALIDES TO W-ECA-CONTROLE
           ADD W-CPT-BLQ-INVALIDES TO W-ECA-CONTROLE

           MOVE SPACES TO CHN-LIGNE-CTRL
           MOVE 'DACSPAY1.IN : CHAQUE POSITION VENTILEE DANS UNE INSTRU
           END-IF
           WRITE CHN-OUT-REC FROM CHN-LIGNE-CTRL

      *--- Instructions bloquees au plafond : rapprochees, signalees
           IF W-CPT-BLOQUEES > 0
             MOVE SPACES TO CHN-OUT-REC
             STRING '   DONT ' DELIMITED BY SIZE
                    W-CPT-BLOQUEES DELIMITED BY SIZE
                    ' INSTRUCTION(S) BLOQUEE(S) AU PLAFOND'
                                        DELIMITED BY SIZE
                    ' (DACSPAY1.BLQ)'   DELIMITED BY SIZE
                    INTO CHN-OUT-REC
             WRITE CHN-OUT-REC
           END-IF

      *--- Lignes illisibles relevees a la lecture : le rapprochement
      *    qui les ignore ne prouve plus rien, elles sont nommees
           IF W-CPT-PIN-INVALIDES > 0
                    INTO CHN-OUT-REC
             WRITE CHN-OUT-REC
           END-IF
           IF W-CPT-BLQ-INVALIDES > 0
             PERFORM 6900-COMPTE-ECART
             MOVE SPACES TO CHN-OUT-REC
             STRING '   ECART : ' DELIMITED BY SIZE
                    W-CPT-BLQ-INVALIDES DELIMITED BY SIZE
                    ' LIGNE(S) ILLISIBLE(S) DANS DACSPAY1.BLQ'
                                        DELIMITED BY SIZE
                    INTO CHN-OUT-REC
             WRITE CHN-OUT-REC
           END-IF

           PERFORM VARYING W-PIN-IND FROM 1 BY 1
                   UNTIL W-PIN-IND > W-PIN-NBENR
           ADD 1 TO W-CPT-ECARTS
           .

      *-----------------------------------------------------------------
       9700-DEBUT-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Demande au pilotage de la chaine le lancement de l'etape pour
      * la date du jour et le cycle du fichier d'instructions en
      * place : refus si DACSPAY1 n'est pas termine ou saute pour ce
      * cycle, ou si le cycle est deja boucle sans relance marquee par
      * la production (DACSPIL1).
           PERFORM 9710-CYCLE-PAYOUT

           INITIALIZE CRUNCTLV
           SET CRUNCTLV-FCT-DEBUT          TO TRUE
           MOVE C-PROG-NAME                TO CRUNCTLV-ETAPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRUNCTLV-DATE
           MOVE W-CYCLE-LU                 TO CRUNCTLV-CYCLE

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF CRUNCTLV-CODRET-OK
             SET FL-ETAPE-OK TO TRUE
           ELSE
             SET FL-ETAPE-KO TO TRUE
             DISPLAY 'DACSCHN1 : LANCEMENT REFUSE PAR LE PILOTAGE DE '
                     'LA CHAINE - ' CRUNCTLV-LIBELLE
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
       9710-CYCLE-PAYOUT SECTION.
      *-----------------------------------------------------------------
      * Cycle de reglement de l'entete de DACSPAY1.OUT, lu avant le
      * bouclage. Fichier absent, sans entete ou entete sans cycle :
      * cycle 1, l'ecart eventuel est nomme par 6050-CTRL-CYCLE.
           MOVE '1' TO W-CYCLE-LU
           OPEN INPUT FPAYOUT
           IF W-PAYOUT-STATUS = '00'
             READ FPAYOUT
               NOT AT END
                 IF PAY-OUT-TYPE-ENTETE
                    AND PAY-OUT-ENT-CYCLE >= '1'
                    AND PAY-OUT-ENT-CYCLE <= '9'
                   MOVE PAY-OUT-ENT-CYCLE TO W-CYCLE-LU
                 END-IF
             END-READ
             CLOSE FPAYOUT
           END-IF
           .

      *-----------------------------------------------------------------
       9750-FIN-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Declare la fin de l'etape au pilotage avec son code retour et
      * ses totaux : instructions relues, ecarts nommes, hash
      * recalcule. L'appel ne doit pas changer le code retour rendu a
      * l'ordonnanceur.
           MOVE RETURN-CODE TO W-RC-ETAPE

           SET CRUNCTLV-FCT-FIN TO TRUE
           MOVE W-RC-ETAPE      TO CRUNCTLV-RC
           MOVE W-CPT-INSTR     TO CRUNCTLV-NB-LUS
           MOVE W-CPT-ECARTS    TO CRUNCTLV-NB-EMIS
           MOVE W-HASH-CALCULE  TO CRUNCTLV-HASH

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF NOT CRUNCTLV-CODRET-OK
             DISPLAY 'ATTENTION 9750-FIN-ETAPE : FIN D ETAPE NON '
                     'ENREGISTREE - ' CRUNCTLV-LIBELLE
           END-IF

           MOVE W-RC-ETAPE TO RETURN-CODE
           .

       END PROGRAM DACSCHN1.
