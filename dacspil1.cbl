      ***************************************************************** *
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. DACSPIL1.
      ******************************************************************
      *  APPLICATION : DACSPIL1                                        *
      ******************************************************************
      *  PROGRAMME : DACSPIL1                                          *
      *                                                                *
      *  Date de creation : 15/10/2026                                 *
      *  Auteur : JGO                                                  *
      *                                                                *
      *  Description : Etat et interventions de la production sur la  *
      *                 chaine de nuit. Selon la demande DACSPIL1.IN : *
      *                 affichage seul (defaut), relance marquee d'une *
      *                 etape deja passee, ou saut d'etape motive,     *
      *                 transmis au pilotage DACSRUN1 avec operateur   *
      *                 et motif. Edite ensuite dans DACSPIL1.OUT      *
      *                 l'etat de chaque etape de la date (etat,       *
      *                 debut, fin, code retour, totaux de controle)   *
      *                 et les relances, sauts et refus de la journee  *
      *                 tires du journal DACSRUN.JRN.                  *
      ******************************************************************
      *                                                                *
      ******************************************************************
      *  COMMENTAIRES                                                  *
      ******************************************************************
      *                   M O D I F I C A T I O N S                    *
      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT FPILIN  ASSIGN TO "DACSPIL1.IN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-PILIN-STATUS.

           SELECT FRUNCTL ASSIGN TO "DACSRUN.CTL"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-RUNCTL-STATUS.

           SELECT FRUNJRN ASSIGN TO "DACSRUN.JRN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-RUNJRN-STATUS.

           SELECT FPILOUT ASSIGN TO "DACSPIL1.OUT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-PILOUT-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      *--- Demande de la production, fichier absent ou vide = affichage
      *    de l'etat du jour. Fonction : blanc ou 'A' = affichage, 'R'
      *    = relance marquee, 'S' = saut d'etape. Date a blanc = date
      *    du jour ; cycle a blanc = cycle 1 pour une etape par cycle -
       FD  FPILIN.
       01  PIL-IN-REC.
           05 PIL-IN-FCT            PIC X(1).
           05 FILLER                PIC X(1).
           05 PIL-IN-DATE           PIC X(8).
           05 FILLER                PIC X(1).
           05 PIL-IN-ETAPE          PIC X(8).
           05 FILLER                PIC X(1).
           05 PIL-IN-CYCLE          PIC X(1).
           05 FILLER                PIC X(1).
           05 PIL-IN-USER           PIC X(8).
           05 FILLER                PIC X(1).
           05 PIL-IN-MOTIF          PIC X(60).

       FD  FRUNCTL.
           COPY CRUNENRV.

      *--- Journal du pilotage ecrit par DACSRUN1 ---------------------
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
              88 JRN-FCT-INTERVENTION   VALUE 'R' 'S'.
           05 FILLER                PIC X(1).
           05 JRN-CODRET            PIC X(2).
           05 FILLER                PIC X(1).
           05 JRN-USER              PIC X(8).
           05 FILLER                PIC X(1).
           05 JRN-RC                PIC 9(4).
           05 FILLER                PIC X(1).
           05 JRN-MOTIF             PIC X(60).

       FD  FPILOUT.
       01  PIL-OUT-REC              PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 WVAR-IDENT-CGESLOGV.
           05 ID-SVN                   PIC X(255) VALUE
           '$ID$'.

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSPIL1'.
       77 C-DACSRUN1                   PIC X(8) VALUE 'DACSRUN1'.
       77 C-RUN-MAX-ENR                PIC 9(4) COMP VALUE 200.

      *--- FLAGS -------------------------------------------------------
       01 FL-DISPLAY                   PIC X(2).
          88 FL-DISPLAY-OK                 VALUE '1'.
          88 FL-DISPLAY-KO                 VALUE '0'.

       01 W-PILIN-STATUS               PIC X(2).
       01 W-RUNCTL-STATUS              PIC X(2).
       01 W-RUNJRN-STATUS              PIC X(2).
       01 W-PILOUT-STATUS              PIC X(2).

       01 W-FL-EOF-RUN                 PIC X(1) VALUE 'N'.
          88 W-EOF-RUN-YES                 VALUE 'Y'.
          88 W-EOF-RUN-NON                 VALUE 'N'.

       01 W-FL-EOF-JRN                 PIC X(1) VALUE 'N'.
          88 W-EOF-JRN-YES                 VALUE 'Y'.
          88 W-EOF-JRN-NON                 VALUE 'N'.

       01 FL-PARAM                     PIC X(2).
          88 FL-PARAM-OK                   VALUE '1'.
          88 FL-PARAM-KO                   VALUE '0'.

       01 FL-PILOTAGE                  PIC X(2).
          88 FL-PILOTAGE-OK                VALUE '1'.
          88 FL-PILOTAGE-KO                VALUE '0'.

       01 FL-PILOUT                    PIC X(2).
          88 FL-PILOUT-OK                  VALUE '1'.
          88 FL-PILOUT-KO                  VALUE '0'.

      *--- Demande de la production ------------------------------------
       01 W-FCT                        PIC X(1)  VALUE SPACE.
          88 W-FCT-AFFICHAGE               VALUE ' ' 'A'.
          88 W-FCT-RELANCE                 VALUE 'R'.
          88 W-FCT-SAUT                    VALUE 'S'.
       01 W-DATE-DEMANDE               PIC X(8)  VALUE SPACES.

      *--- COMPTEURS -----------------------------------------------
       01 W-CPT-PASSAGES               PIC 9(4) VALUE 0.
       01 W-CPT-INTERVENTIONS          PIC 9(4) VALUE 0.

      *--- Passages de la date lus dans le fichier de pilotage --------
       01 W-TAB-RUN-CLS.
          02 W-RUN-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-RUN-IND          PIC 9(4) COMP.
          02 W-RUN-ENR OCCURS 200.
             03 W-RUN-ETAPE     PIC X(8).
             03 W-RUN-CYCLE     PIC X(1).
             03 W-RUN-ETAT      PIC X(1).
             03 W-RUN-DEBUT     PIC X(14).
             03 W-RUN-FIN       PIC X(14).
             03 W-RUN-RC        PIC 9(4).
             03 W-RUN-NB-LUS    PIC 9(9).
             03 W-RUN-NB-EMIS   PIC 9(9).
             03 W-RUN-HASH      PIC 9(18).
             03 W-RUN-MOTIF     PIC X(60).

       01 W-ETP-IND                    PIC 9(2) COMP.

      *--- LIGNES DE L'ETAT --------------------------------------------
       01 PIL-LIGNE-TITRE.
          05 FILLER                   PIC X(29)  VALUE
             'ETAT DE LA CHAINE DE NUIT DU '.
          05 COL-TIT-DATE             PIC X(8).

       01 PIL-LIGNE-DEMANDE.
          05 FILLER                   PIC X(10) VALUE 'DEMANDE : '.
          05 COL-DEM-FCT              PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-DEM-ETAPE            PIC X(8).
          05 FILLER                   PIC X(7)  VALUE ' CYCLE '.
          05 COL-DEM-CYCLE            PIC X(1).
          05 FILLER                   PIC X(6)  VALUE ' PAR '.
          05 COL-DEM-USER             PIC X(8).
          05 FILLER                   PIC X(3)  VALUE ' - '.
          05 COL-DEM-RESULTAT         PIC X(70).

       01 PIL-LIGNE-ENTETE.
          05 FILLER                   PIC X(12) VALUE 'ETAPE    CY'.
          05 FILLER                   PIC X(11) VALUE 'ETAT'.
          05 FILLER                   PIC X(15) VALUE 'DEBUT'.
          05 FILLER                   PIC X(15) VALUE 'FIN'.
          05 FILLER                   PIC X(5)  VALUE '  RC'.
          05 FILLER                   PIC X(10) VALUE '      LUS'.
          05 FILLER                   PIC X(10) VALUE '     EMIS'.
          05 FILLER                   PIC X(18) VALUE
             '              HASH'.

       01 PIL-LIGNE-ETAPE.
          05 COL-ETP-ETAPE            PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-ETP-CYCLE            PIC X(2).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-ETP-ETAT             PIC X(10).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-ETP-DEBUT            PIC X(14).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-ETP-FIN              PIC X(14).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-ETP-RC               PIC ZZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-ETP-LUS              PIC Z(8)9.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-ETP-EMIS             PIC Z(8)9.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-ETP-HASH             PIC Z(17)9.

       01 PIL-LIGNE-MOTIF.
          05 FILLER                   PIC X(12) VALUE SPACES.
          05 FILLER                   PIC X(8)  VALUE 'MOTIF : '.
          05 COL-MOT-MOTIF            PIC X(60).

       01 PIL-LIGNE-JRN.
          05 COL-JRN-TIMESTAMP        PIC X(14).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-JRN-ETAPE            PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-JRN-CYCLE            PIC X(1).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-JRN-FCT              PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-JRN-RESULTAT         PIC X(7).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-JRN-USER             PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-JRN-MOTIF            PIC X(60).

      *--- COPYS -------------------------------------------------------
      *----- Etapes de la chaine de nuit
           COPY CRUNETPV.
      *----- Parametres d'appel du pilotage DACSRUN1
           COPY CRUNCTLV.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           SET FL-DISPLAY-OK TO TRUE
      *    SET FL-DISPLAY-KO TO TRUE

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacspil1.cbl <<<<<<<<<<'

           PERFORM 1000-INITIALISATION

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacspil1.cbl <<<<<<<<<<'

           GOBACK
           .

      *-----------------------------------------------------------------
       1000-INITIALISATION SECTION.
      *-----------------------------------------------------------------
           PERFORM 1020-LIT-PARAMETRES

           IF FL-PARAM-KO
             DISPLAY 'DACSPIL1 : PARAMETRE INVALIDE, ARRET'
             MOVE 8 TO RETURN-CODE
           ELSE
             OPEN OUTPUT FPILOUT
             IF W-PILOUT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FPILOUT - STATUT = '
                       W-PILOUT-STATUS
               SET FL-PILOUT-KO TO TRUE
             ELSE
               SET FL-PILOUT-OK TO TRUE
               MOVE W-DATE-DEMANDE TO COL-TIT-DATE
               WRITE PIL-OUT-REC FROM PIL-LIGNE-TITRE
               MOVE SPACES TO PIL-OUT-REC
               WRITE PIL-OUT-REC
             END-IF

             IF NOT W-FCT-AFFICHAGE
               PERFORM 2000-INTERVENTION
             END-IF

             PERFORM 3000-CHARGE-PILOTAGE
             IF FL-PILOUT-OK
               IF FL-PILOTAGE-OK
                 PERFORM 6000-EDITE-ETAT
               END-IF
               PERFORM 7000-EDITE-JOURNAL
               CLOSE FPILOUT
             END-IF

             IF FL-PILOTAGE-KO OR FL-PILOUT-KO
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1020-LIT-PARAMETRES SECTION.
      *-----------------------------------------------------------------
      * Lit la demande dans DACSPIL1.IN. Fichier absent ou vide :
      * affichage de l'etat du jour. Une relance ou un saut exige
      * l'etape, l'operateur et le motif.
           SET FL-PARAM-OK TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-DEMANDE
           MOVE SPACES TO PIL-IN-REC

           OPEN INPUT FPILIN
           IF W-PILIN-STATUS = '00'
             READ FPILIN
               AT END
                 MOVE SPACES TO PIL-IN-REC
             END-READ
             CLOSE FPILIN
           END-IF

           MOVE PIL-IN-FCT TO W-FCT
           IF PIL-IN-DATE NOT = SPACES
             IF PIL-IN-DATE IS NUMERIC
               MOVE PIL-IN-DATE TO W-DATE-DEMANDE
             ELSE
               DISPLAY 'DATE INVALIDE : |' PIL-IN-DATE '|'
               SET FL-PARAM-KO TO TRUE
             END-IF
           END-IF

           IF NOT W-FCT-AFFICHAGE AND NOT W-FCT-RELANCE
              AND NOT W-FCT-SAUT
             DISPLAY 'FONCTION INVALIDE : |' PIL-IN-FCT '|'
             SET FL-PARAM-KO TO TRUE
           END-IF

           IF W-FCT-RELANCE OR W-FCT-SAUT
             IF PIL-IN-ETAPE = SPACES OR PIL-IN-USER = SPACES
                OR PIL-IN-MOTIF = SPACES
               DISPLAY 'RELANCE OU SAUT : ETAPE, OPERATEUR ET MOTIF '
                       'OBLIGATOIRES'
               SET FL-PARAM-KO TO TRUE
             END-IF
           END-IF

           IF FL-PARAM-OK
             DISPLAY 'DACSPIL1 : ETAT DE LA CHAINE DU ' W-DATE-DEMANDE
           END-IF
           .

      *-----------------------------------------------------------------
       2000-INTERVENTION SECTION.
      *-----------------------------------------------------------------
      * Relance ou saut transmis au pilotage, qui controle l'etat de
      * l'etape et trace la demande dans son journal. Un refus donne
      * un code retour 8 pour que la production le voie.
           INITIALIZE CRUNCTLV
           MOVE W-FCT          TO CRUNCTLV-FCT
           MOVE PIL-IN-ETAPE   TO CRUNCTLV-ETAPE
           MOVE W-DATE-DEMANDE TO CRUNCTLV-DATE
           MOVE PIL-IN-CYCLE   TO CRUNCTLV-CYCLE
           MOVE PIL-IN-USER    TO CRUNCTLV-USER
           MOVE PIL-IN-MOTIF   TO CRUNCTLV-MOTIF

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           MOVE SPACES TO COL-DEM-RESULTAT
           IF W-FCT-RELANCE
             MOVE 'RELANCE' TO COL-DEM-FCT
           ELSE
             MOVE 'SAUT'    TO COL-DEM-FCT
           END-IF
           MOVE PIL-IN-ETAPE TO COL-DEM-ETAPE
           MOVE PIL-IN-CYCLE TO COL-DEM-CYCLE
           MOVE PIL-IN-USER  TO COL-DEM-USER

           IF CRUNCTLV-CODRET-OK
             MOVE 'ACCEPTEE' TO COL-DEM-RESULTAT
             DISPLAY 'DACSPIL1 : ' COL-DEM-FCT ' DE ' PIL-IN-ETAPE
                     ' ACCEPTEE'
           ELSE
             STRING 'REFUSEE : '       DELIMITED BY SIZE
                    CRUNCTLV-LIBELLE   DELIMITED BY SIZE
                    INTO COL-DEM-RESULTAT
             DISPLAY 'DACSPIL1 : ' COL-DEM-FCT ' DE ' PIL-IN-ETAPE
                     ' REFUSEE - ' CRUNCTLV-LIBELLE
             MOVE 8 TO RETURN-CODE
           END-IF

           IF FL-PILOUT-OK
             WRITE PIL-OUT-REC FROM PIL-LIGNE-DEMANDE
             MOVE SPACES TO PIL-OUT-REC
             WRITE PIL-OUT-REC
           END-IF
           .

      *-----------------------------------------------------------------
       3000-CHARGE-PILOTAGE SECTION.
      *-----------------------------------------------------------------
      * Retient les passages de la date demandee, apres l'eventuelle
      * intervention. Fichier absent : aucune etape lancee.
           SET FL-PILOTAGE-OK TO TRUE
           SET W-EOF-RUN-NON  TO TRUE
           MOVE 0 TO W-RUN-NBENR

           OPEN INPUT FRUNCTL
           EVALUATE W-RUNCTL-STATUS
             WHEN '00'
               PERFORM 3100-LIT-PILOTAGE UNTIL W-EOF-RUN-YES
               CLOSE FRUNCTL
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY 'ERREUR OUVERTURE FRUNCTL - STATUT = '
                       W-RUNCTL-STATUS ' - ETAT DE LA CHAINE INCONNU'
               SET FL-PILOTAGE-KO TO TRUE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       3100-LIT-PILOTAGE SECTION.
      *-----------------------------------------------------------------
           READ FRUNCTL
             AT END
               SET W-EOF-RUN-YES TO TRUE
             NOT AT END
               IF RUN-DATE = W-DATE-DEMANDE
                 IF W-RUN-NBENR >= C-RUN-MAX-ENR
                   DISPLAY 'ATTENTION 3100-LIT-PILOTAGE : CAPACITE '
                           C-RUN-MAX-ENR ' ATTEINTE - PASSAGE IGNORE : '
                           RUN-ETAPE ' ' RUN-CYCLE
                 ELSE
                   ADD 1 TO W-RUN-NBENR
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
       6000-EDITE-ETAT SECTION.
      *-----------------------------------------------------------------
      * Les etapes dans l'ordre de la chaine, une ligne par passage de
      * la date (un par cycle pour les etapes par cycle), ou NON LANCE.
           WRITE PIL-OUT-REC FROM PIL-LIGNE-ENTETE

           PERFORM VARYING W-ETP-IND FROM 1 BY 1
                   UNTIL W-ETP-IND > CRUNETPV-NBENR
             MOVE 0 TO W-CPT-PASSAGES
             PERFORM VARYING W-RUN-IND FROM 1 BY 1
                     UNTIL W-RUN-IND > W-RUN-NBENR
               IF W-RUN-ETAPE(W-RUN-IND) = CRUNETPV-NOM(W-ETP-IND)
                 ADD 1 TO W-CPT-PASSAGES
                 PERFORM 6100-EDITE-PASSAGE
               END-IF
             END-PERFORM

             IF W-CPT-PASSAGES = 0
               MOVE SPACES                  TO PIL-LIGNE-ETAPE
               MOVE CRUNETPV-NOM(W-ETP-IND) TO COL-ETP-ETAPE
               MOVE 'NON LANCE'             TO COL-ETP-ETAT
               WRITE PIL-OUT-REC FROM PIL-LIGNE-ETAPE
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       6100-EDITE-PASSAGE SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO PIL-LIGNE-ETAPE
           MOVE W-RUN-ETAPE(W-RUN-IND)   TO COL-ETP-ETAPE
           MOVE W-RUN-CYCLE(W-RUN-IND)   TO COL-ETP-CYCLE
           EVALUATE W-RUN-ETAT(W-RUN-IND)
             WHEN 'E'
               MOVE 'EN COURS'   TO COL-ETP-ETAT
             WHEN 'T'
               MOVE 'TERMINEE'   TO COL-ETP-ETAT
             WHEN 'A'
               MOVE 'EN ECHEC'   TO COL-ETP-ETAT
             WHEN 'R'
               MOVE 'A RELANCER' TO COL-ETP-ETAT
             WHEN 'S'
               MOVE 'SAUTEE'     TO COL-ETP-ETAT
             WHEN OTHER
               MOVE W-RUN-ETAT(W-RUN-IND) TO COL-ETP-ETAT
           END-EVALUATE
           MOVE W-RUN-DEBUT(W-RUN-IND)   TO COL-ETP-DEBUT
           MOVE W-RUN-FIN(W-RUN-IND)     TO COL-ETP-FIN
           MOVE W-RUN-RC(W-RUN-IND)      TO COL-ETP-RC
           MOVE W-RUN-NB-LUS(W-RUN-IND)  TO COL-ETP-LUS
           MOVE W-RUN-NB-EMIS(W-RUN-IND) TO COL-ETP-EMIS
           MOVE W-RUN-HASH(W-RUN-IND)    TO COL-ETP-HASH
           WRITE PIL-OUT-REC FROM PIL-LIGNE-ETAPE

           IF W-RUN-MOTIF(W-RUN-IND) NOT = SPACES
             MOVE W-RUN-MOTIF(W-RUN-IND) TO COL-MOT-MOTIF
             WRITE PIL-OUT-REC FROM PIL-LIGNE-MOTIF
           END-IF
           .

      *-----------------------------------------------------------------
       7000-EDITE-JOURNAL SECTION.
      *-----------------------------------------------------------------
      * Relances, sauts et refus de lancement de la date, dans l'ordre
      * du journal, avec l'operateur et le motif.
           MOVE SPACES TO PIL-OUT-REC
           WRITE PIL-OUT-REC
           MOVE 'INTERVENTIONS ET REFUS DE LA JOURNEE' TO PIL-OUT-REC
           WRITE PIL-OUT-REC

           SET W-EOF-JRN-NON TO TRUE
           OPEN INPUT FRUNJRN
           EVALUATE W-RUNJRN-STATUS
             WHEN '00'
               PERFORM 7100-LIT-JOURNAL UNTIL W-EOF-JRN-YES
               CLOSE FRUNJRN
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY 'ERREUR OUVERTURE FRUNJRN - STATUT = '
                       W-RUNJRN-STATUS ' - JOURNAL NON EDITE'
           END-EVALUATE

           IF W-CPT-INTERVENTIONS = 0
             MOVE 'AUCUNE' TO PIL-OUT-REC
             WRITE PIL-OUT-REC
           END-IF
           .

      *-----------------------------------------------------------------
       7100-LIT-JOURNAL SECTION.
      *-----------------------------------------------------------------
           READ FRUNJRN
             AT END
               SET W-EOF-JRN-YES TO TRUE
             NOT AT END
               IF JRN-DATE = W-DATE-DEMANDE
                  AND (JRN-FCT-INTERVENTION OR JRN-CODRET NOT = '00')
                 ADD 1 TO W-CPT-INTERVENTIONS
                 MOVE SPACES        TO PIL-LIGNE-JRN
                 MOVE JRN-TIMESTAMP TO COL-JRN-TIMESTAMP
                 MOVE JRN-ETAPE     TO COL-JRN-ETAPE
                 MOVE JRN-CYCLE     TO COL-JRN-CYCLE
                 EVALUATE JRN-FCT
                   WHEN 'D'
                     MOVE 'LANCEMT'  TO COL-JRN-FCT
                   WHEN 'F'
                     MOVE 'FIN'      TO COL-JRN-FCT
                   WHEN 'R'
                     MOVE 'RELANCE'  TO COL-JRN-FCT
                   WHEN 'S'
                     MOVE 'SAUT'     TO COL-JRN-FCT
                   WHEN OTHER
                     MOVE JRN-FCT    TO COL-JRN-FCT
                 END-EVALUATE
                 IF JRN-CODRET = '00'
                   MOVE 'ACCEPTE' TO COL-JRN-RESULTAT
                 ELSE
                   MOVE 'REFUSE'  TO COL-JRN-RESULTAT
                 END-IF
                 MOVE JRN-USER      TO COL-JRN-USER
                 MOVE JRN-MOTIF     TO COL-JRN-MOTIF
                 WRITE PIL-OUT-REC FROM PIL-LIGNE-JRN
               END-IF
           END-READ
           .
