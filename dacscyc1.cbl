      ***************************************************************** *
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. DACSCYC1.
      ******************************************************************
      *  APPLICATION : DACSCYC1                                        *
      ******************************************************************
      *  PROGRAMME : DACSCYC1                                          *
      *                                                                *
      *  Date de creation : 15/10/2026                                 *
      *  Auteur : JGO                                                  *
      *                                                                *
      *  Description : Synthese de fin de journee des cycles de        *
      *                 reglement : pour la date demandee (DACSCYC1.IN,*
      *                 blanc = date du jour), lit les lignes de       *
      *                 l'historique DACSHIST.DAT alimente par         *
      *                 DACSBAT1 a chaque cycle et edite, par          *
      *                 correspondant et devise, une ligne par cycle   *
      *                 (paye, recu, net et sens) puis le total des    *
      *                 cycles de la journee.                          *
      ******************************************************************
      *                                                                *
      ******************************************************************
      *  COMMENTAIRES                                                  *
      ******************************************************************
      *                   M O D I F I C A T I O N S                    *
      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *  15/10/2026 JGO  Historique DACSHIST.DAT indexe : lecture de   *
      *                  la seule plage de cle de la date demandee     *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT FCYCIN  ASSIGN TO "DACSCYC1.IN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-CYCIN-STATUS.

           SELECT FHIST   ASSIGN TO "DACSHIST.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HIS-CLE
                  FILE STATUS   IS W-HIST-STATUS.

           SELECT FCYCOUT ASSIGN TO "DACSCYC1.OUT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-CYCOUT-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      *--- Parametre optionnel : date de reglement demandee (AAAAMMJJ),
      *    fichier absent, vide ou a blanc = date du jour -------------
       FD  FCYCIN.
       01  CYC-IN-REC.
           05 CYC-IN-DATE           PIC X(8).

      *--- Historique des reglements alimente par DACSBAT1, lu par
      *    plage de cle sur la date demandee -------------------------
       FD  FHIST.
           COPY CHISENRV.

       FD  FCYCOUT.
       01  CYC-OUT-REC              PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 WVAR-IDENT-CGESLOGV.
           05 ID-SVN                   PIC X(255) VALUE
           '$ID$'.

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSCYC1'.
       77 C-HIS-MAX-ENR                PIC 9(4) COMP VALUE 2000.
       77 C-POS-MAX-ENR                PIC 9(4) COMP VALUE 500.

      *--- FLAGS -------------------------------------------------------
       01 FL-DISPLAY                   PIC X(2).
          88 FL-DISPLAY-OK                 VALUE '1'.
          88 FL-DISPLAY-KO                 VALUE '0'.

       01 W-CYCIN-STATUS               PIC X(2).
       01 W-HIST-STATUS                PIC X(2).
       01 W-CYCOUT-STATUS              PIC X(2).

       01 W-FL-EOF-HIS                 PIC X(1) VALUE 'N'.
          88 W-EOF-HIS-YES                 VALUE 'Y'.
          88 W-EOF-HIS-NON                 VALUE 'N'.

       01 FL-PARAM                     PIC X(2).
          88 FL-PARAM-OK                   VALUE '1'.
          88 FL-PARAM-KO                   VALUE '0'.

       01 FL-HIST                      PIC X(2).
          88 FL-HIST-OK                    VALUE '1'.
          88 FL-HIST-KO                    VALUE '0'.

       01 FL-CYCOUT                    PIC X(2).
          88 FL-CYCOUT-OK                  VALUE '1'.
          88 FL-CYCOUT-KO                  VALUE '0'.

      *--- Parametre de la demande -------------------------------------
       01 W-DATE-DEMANDE               PIC X(8)  VALUE SPACES.

      *--- Cycle de la ligne lue (blanc = cycle 1) et cycles vus dans
      *    la journee, le cycle n en position n ----------------------
       01 W-CYCLE-LU                   PIC X(1).
       01 W-CYCLE-LU-N REDEFINES W-CYCLE-LU
                                       PIC 9(1).
       01 W-CYCLES-VUS                 PIC X(9)  VALUE SPACES.

      *--- COMPTEURS -----------------------------------------------
       01 W-CPT-HIS-LUES               PIC 9(6) VALUE 0.
       01 W-CPT-RETENUES               PIC 9(6) VALUE 0.
       01 W-CPT-POS                    PIC 9(4) VALUE 0.

      *--- Montant de l'historique : la REDEFINES redonne la vue
      *    decimale du montant transporte sans virgule ----------------
       01 W-MNT-RECU                   PIC 9(13)V9(3).
       01 W-MNT-RECU-R REDEFINES W-MNT-RECU
                                       PIC 9(16).

      *--- Net des cycles additionnes, sans virgule -------------------
       01 W-MNT-NET-JOUR               PIC S9(16).
       01 W-MNT-NET-ABS                PIC 9(16).

      *--- Lignes d'historique retenues pour la date, dans l'ordre de
      *    la cle (correspondant, devise puis cycle) ------------------
       01 W-TAB-HIS-CLS.
          02 W-HIS-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-HIS-IND          PIC 9(4) COMP.
          02 W-HIS-ENR OCCURS 2000.
             03 W-HIS-CPTY      PIC X(8).
             03 W-HIS-DEV       PIC X(3).
             03 W-HIS-CYCLE     PIC X(1).
             03 W-HIS-MNT-PAYE  PIC 9(16).
             03 W-HIS-MNT-RECU  PIC 9(16).
             03 W-HIS-MNT-NET   PIC 9(16).
             03 W-HIS-SENS      PIC X(1).

      *--- Positions correspondant / devise distinctes de la journee,
      *    avec le total paye et recu de tous leurs cycles ------------
       01 W-TAB-POS-CLS.
          02 W-POS-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-POS-IND          PIC 9(4) COMP.
          02 W-POS-IND-TROUVE   PIC 9(4) COMP.
          02 W-POS-ENR OCCURS 500.
             03 W-POS-CPTY      PIC X(8).
             03 W-POS-DEV       PIC X(3).
             03 W-POS-NB-CYCLE  PIC 9(2).
             03 W-POS-MNT-PAYE  PIC 9(16).
             03 W-POS-MNT-RECU  PIC 9(16).

      *--- LIGNES DE SYNTHESE ------------------------------------------
       01 CYC-LIGNE-TITRE.
          05 FILLER                   PIC X(36)  VALUE
             'SYNTHESE DES CYCLES DE REGLEMENT DU '.
          05 COL-TIT-DATE             PIC X(8).

       01 CYC-LIGNE-POS.
          05 FILLER                   PIC X(14) VALUE 'CORRESPONDANT '.
          05 COL-POS-CPTY             PIC X(8).
          05 FILLER                   PIC X(8)  VALUE ' DEVISE '.
          05 COL-POS-DEV              PIC X(3).

       01 CYC-LIGNE-DET.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 COL-DET-LIBELLE          PIC X(12).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-PAYE             PIC Z(12)9.999.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-RECU             PIC Z(12)9.999.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-NET              PIC Z(12)9.999.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-SENS             PIC X(8).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           SET FL-DISPLAY-OK TO TRUE
      *    SET FL-DISPLAY-KO TO TRUE

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacscyc1.cbl <<<<<<<<<<'

           PERFORM 1000-INITIALISATION

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacscyc1.cbl <<<<<<<<<<'

           GOBACK
           .

      *-----------------------------------------------------------------
       1000-INITIALISATION SECTION.
      *-----------------------------------------------------------------
           PERFORM 1020-LIT-PARAMETRES

           IF FL-PARAM-KO
             DISPLAY 'DACSCYC1 : PARAMETRE INVALIDE, ARRET'
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM 1050-OUVRE-FICHIERS
             PERFORM 1100-TRAITEMENT UNTIL W-EOF-HIS-YES
             IF FL-CYCOUT-OK
               PERFORM 6000-EDITE-SYNTHESE
             END-IF
             PERFORM 1900-FERME-FICHIERS
             IF FL-HIST-KO
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1020-LIT-PARAMETRES SECTION.
      *-----------------------------------------------------------------
      * Lit la date demandee dans DACSCYC1.IN (AAAAMMJJ). Fichier
      * absent, vide ou date a blanc : synthese de la date du jour.
           SET FL-PARAM-OK TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-DEMANDE

           OPEN INPUT FCYCIN
           IF W-CYCIN-STATUS = '00'
             READ FCYCIN
               AT END
                 CONTINUE
               NOT AT END
                 IF CYC-IN-DATE NOT = SPACES
                   IF CYC-IN-DATE IS NUMERIC
                     MOVE CYC-IN-DATE TO W-DATE-DEMANDE
                   ELSE
                     DISPLAY 'DATE INVALIDE : |' CYC-IN-DATE '|'
                     SET FL-PARAM-KO TO TRUE
                   END-IF
                 END-IF
             END-READ
             CLOSE FCYCIN
           END-IF

           IF FL-PARAM-OK
             DISPLAY 'DACSCYC1 : SYNTHESE DES CYCLES DU '
                     W-DATE-DEMANDE
           END-IF
           .

      *-----------------------------------------------------------------
       1050-OUVRE-FICHIERS SECTION.
      *-----------------------------------------------------------------
           SET FL-HIST-OK TO TRUE
           OPEN INPUT FHIST
           IF W-HIST-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FHIST - STATUT = '
                     W-HIST-STATUS ' - HISTORIQUE INDISPONIBLE'
             SET FL-HIST-KO TO TRUE
             SET W-EOF-HIS-YES TO TRUE
           END-IF

           OPEN OUTPUT FCYCOUT
           IF W-CYCOUT-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FCYCOUT - STATUT = '
                     W-CYCOUT-STATUS
             SET FL-CYCOUT-KO TO TRUE
             SET W-EOF-HIS-YES TO TRUE
           ELSE
             SET FL-CYCOUT-OK TO TRUE
           END-IF

      *--- Positionnement sur la premiere ligne de la date demandee
           IF W-EOF-HIS-NON
             MOVE LOW-VALUES     TO HIS-CLE
             MOVE W-DATE-DEMANDE TO HIS-DATE
             START FHIST KEY IS NOT LESS THAN HIS-CLE
             IF W-HIST-STATUS = '00'
               PERFORM 1060-LIT-HIST
             ELSE
               SET W-EOF-HIS-YES TO TRUE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1060-LIT-HIST SECTION.
      *-----------------------------------------------------------------
      * Ligne suivante dans l'ordre de la cle ; la plage de la date
      * demandee s'arrete a la premiere ligne d'une autre date.
           READ FHIST NEXT
             AT END
               SET W-EOF-HIS-YES TO TRUE
             NOT AT END
               IF HIS-DATE NOT = W-DATE-DEMANDE
                 SET W-EOF-HIS-YES TO TRUE
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1100-TRAITEMENT SECTION.
      *-----------------------------------------------------------------
      * Retient les lignes d'historique de la date demandee et note la
      * position correspondant / devise a laquelle chacune s'ajoute.
           ADD 1 TO W-CPT-HIS-LUES

           IF HIS-DATE = W-DATE-DEMANDE
             IF HIS-CYCLE = SPACE
               MOVE '1'          TO W-CYCLE-LU
             ELSE
               MOVE HIS-CYCLE TO W-CYCLE-LU
             END-IF

             IF W-HIS-NBENR >= C-HIS-MAX-ENR
               DISPLAY 'ATTENTION 1100-TRAITEMENT : CAPACITE '
                       C-HIS-MAX-ENR ' ATTEINTE - LIGNE IGNOREE POUR '
                       HIS-CPTY ' ' HIS-DEV ' CYCLE ' W-CYCLE-LU
             ELSE
               PERFORM 1150-AJOUTE-POSITION
               IF W-POS-IND-TROUVE NOT = 0
                 ADD 1 TO W-HIS-NBENR
                 ADD 1 TO W-CPT-RETENUES
                 MOVE HIS-CPTY     TO W-HIS-CPTY(W-HIS-NBENR)
                 MOVE HIS-DEV      TO W-HIS-DEV(W-HIS-NBENR)
                 MOVE W-CYCLE-LU      TO W-HIS-CYCLE(W-HIS-NBENR)
                 MOVE HIS-MNT-PAYE TO W-HIS-MNT-PAYE(W-HIS-NBENR)
                 MOVE HIS-MNT-RECU TO W-HIS-MNT-RECU(W-HIS-NBENR)
                 MOVE HIS-MNT-NET  TO W-HIS-MNT-NET(W-HIS-NBENR)
                 MOVE HIS-SENS     TO W-HIS-SENS(W-HIS-NBENR)
                 IF W-CYCLE-LU IS NUMERIC AND W-CYCLE-LU-N > 0
                   MOVE W-CYCLE-LU TO W-CYCLES-VUS(W-CYCLE-LU-N:1)
                 END-IF
               END-IF
             END-IF
           END-IF

           PERFORM 1060-LIT-HIST
           .

      *-----------------------------------------------------------------
       1150-AJOUTE-POSITION SECTION.
      *-----------------------------------------------------------------
      * Cherche ou cree la position correspondant / devise de la ligne
      * lue et y ajoute paye et recu du cycle. W-POS-IND-TROUVE reste
      * a zero si la table est pleine (ligne non retenue).
           MOVE 0 TO W-POS-IND-TROUVE
           PERFORM VARYING W-POS-IND FROM 1 BY 1
                   UNTIL W-POS-IND > W-POS-NBENR
                      OR W-POS-IND-TROUVE > 0
             IF W-POS-CPTY(W-POS-IND) = HIS-CPTY
                AND W-POS-DEV(W-POS-IND) = HIS-DEV
               MOVE W-POS-IND TO W-POS-IND-TROUVE
             END-IF
           END-PERFORM

           IF W-POS-IND-TROUVE = 0
             IF W-POS-NBENR >= C-POS-MAX-ENR
               DISPLAY 'ATTENTION 1150-AJOUTE-POSITION : CAPACITE '
                       C-POS-MAX-ENR ' ATTEINTE - POSITION IGNOREE : '
                       HIS-CPTY ' ' HIS-DEV
             ELSE
               ADD 1 TO W-POS-NBENR
               MOVE W-POS-NBENR TO W-POS-IND-TROUVE
               MOVE HIS-CPTY TO W-POS-CPTY(W-POS-IND-TROUVE)
               MOVE HIS-DEV  TO W-POS-DEV(W-POS-IND-TROUVE)
               MOVE 0           TO W-POS-NB-CYCLE(W-POS-IND-TROUVE)
               MOVE 0           TO W-POS-MNT-PAYE(W-POS-IND-TROUVE)
               MOVE 0           TO W-POS-MNT-RECU(W-POS-IND-TROUVE)
             END-IF
           END-IF

           IF W-POS-IND-TROUVE NOT = 0
             ADD 1               TO W-POS-NB-CYCLE(W-POS-IND-TROUVE)
             ADD HIS-MNT-PAYE TO W-POS-MNT-PAYE(W-POS-IND-TROUVE)
             ADD HIS-MNT-RECU TO W-POS-MNT-RECU(W-POS-IND-TROUVE)
           END-IF
           .

      *-----------------------------------------------------------------
       1900-FERME-FICHIERS SECTION.
      *-----------------------------------------------------------------
           IF FL-HIST-OK
             CLOSE FHIST
           END-IF
           IF FL-CYCOUT-OK
             CLOSE FCYCOUT
           END-IF
           .

      *-----------------------------------------------------------------
       6000-EDITE-SYNTHESE SECTION.
      *-----------------------------------------------------------------
      * Un bloc par position correspondant / devise dans l'ordre de
      * premiere apparition : une ligne par cycle, puis la ligne
      * TOTAL CYCLES qui additionne paye et recu de la journee et en
      * recalcule le net. Ligne de comptages generaux pour finir.
           MOVE W-DATE-DEMANDE TO COL-TIT-DATE
           WRITE CYC-OUT-REC FROM CYC-LIGNE-TITRE

           PERFORM VARYING W-POS-IND FROM 1 BY 1
                   UNTIL W-POS-IND > W-POS-NBENR
             MOVE W-POS-CPTY(W-POS-IND) TO COL-POS-CPTY
             MOVE W-POS-DEV(W-POS-IND)  TO COL-POS-DEV
             WRITE CYC-OUT-REC FROM CYC-LIGNE-POS

             PERFORM VARYING W-HIS-IND FROM 1 BY 1
                     UNTIL W-HIS-IND > W-HIS-NBENR
               IF W-HIS-CPTY(W-HIS-IND) = W-POS-CPTY(W-POS-IND)
                  AND W-HIS-DEV(W-HIS-IND) = W-POS-DEV(W-POS-IND)
                 PERFORM 6050-EDITE-LIGNE-CYCLE
               END-IF
             END-PERFORM

             PERFORM 6070-EDITE-TOTAL-CYCLES
           END-PERFORM

           MOVE W-POS-NBENR TO W-CPT-POS
           MOVE SPACES TO CYC-OUT-REC
           STRING 'TOTAL LIGNES HISTORIQUE LUES : ' DELIMITED BY SIZE
                  W-CPT-HIS-LUES                    DELIMITED BY SIZE
                  ' - RETENUES : '                  DELIMITED BY SIZE
                  W-CPT-RETENUES                    DELIMITED BY SIZE
                  ' - POSITIONS : '                 DELIMITED BY SIZE
                  W-CPT-POS                         DELIMITED BY SIZE
                  ' - CYCLES : '                    DELIMITED BY SIZE
                  W-CYCLES-VUS                      DELIMITED BY SIZE
                  INTO CYC-OUT-REC
           WRITE CYC-OUT-REC
           .

      *-----------------------------------------------------------------
       6050-EDITE-LIGNE-CYCLE SECTION.
      *-----------------------------------------------------------------
      * Ligne du cycle de l'entree W-HIS-IND : paye, recu, net et sens
      * tels que DACSBAT1 les a historises.
           MOVE SPACES                    TO CYC-LIGNE-DET
           STRING 'CYCLE '                DELIMITED BY SIZE
                  W-HIS-CYCLE(W-HIS-IND)  DELIMITED BY SIZE
                  INTO COL-DET-LIBELLE
           MOVE W-HIS-MNT-PAYE(W-HIS-IND) TO W-MNT-RECU-R
           MOVE W-MNT-RECU                TO COL-DET-PAYE
           MOVE W-HIS-MNT-RECU(W-HIS-IND) TO W-MNT-RECU-R
           MOVE W-MNT-RECU                TO COL-DET-RECU
           MOVE W-HIS-MNT-NET(W-HIS-IND)  TO W-MNT-RECU-R
           MOVE W-MNT-RECU                TO COL-DET-NET
           EVALUATE TRUE
             WHEN W-MNT-RECU = 0
               MOVE 'SOLDE'    TO COL-DET-SENS
             WHEN W-HIS-SENS(W-HIS-IND) = 'C'
               MOVE 'RECEVOIR' TO COL-DET-SENS
             WHEN OTHER
               MOVE 'PAYER'    TO COL-DET-SENS
           END-EVALUATE

           WRITE CYC-OUT-REC FROM CYC-LIGNE-DET
           .

      *-----------------------------------------------------------------
       6070-EDITE-TOTAL-CYCLES SECTION.
      *-----------------------------------------------------------------
      * Total des cycles de la position W-POS-IND : paye et recu
      * additionnes, net recalcule paye - recu comme DACSBAT1.
           MOVE SPACES                    TO CYC-LIGNE-DET
           MOVE 'TOTAL CYCLES'            TO COL-DET-LIBELLE
           MOVE W-POS-MNT-PAYE(W-POS-IND) TO W-MNT-RECU-R
           MOVE W-MNT-RECU                TO COL-DET-PAYE
           MOVE W-POS-MNT-RECU(W-POS-IND) TO W-MNT-RECU-R
           MOVE W-MNT-RECU                TO COL-DET-RECU

           COMPUTE W-MNT-NET-JOUR = W-POS-MNT-PAYE(W-POS-IND)
                                  - W-POS-MNT-RECU(W-POS-IND)
           IF W-MNT-NET-JOUR < 0
             COMPUTE W-MNT-NET-ABS = 0 - W-MNT-NET-JOUR
           ELSE
             MOVE W-MNT-NET-JOUR TO W-MNT-NET-ABS
           END-IF
           MOVE W-MNT-NET-ABS             TO W-MNT-RECU-R
           MOVE W-MNT-RECU                TO COL-DET-NET
           EVALUATE TRUE
             WHEN W-MNT-NET-JOUR = 0
               MOVE 'SOLDE'    TO COL-DET-SENS
             WHEN W-MNT-NET-JOUR < 0
               MOVE 'RECEVOIR' TO COL-DET-SENS
             WHEN OTHER
               MOVE 'PAYER'    TO COL-DET-SENS
           END-EVALUATE

           WRITE CYC-OUT-REC FROM CYC-LIGNE-DET
           .
