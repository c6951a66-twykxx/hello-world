      ***************************************************************** *
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. DACSARC1.
      ******************************************************************
      *  APPLICATION : DACSARC1                                        *
      ******************************************************************
      *  PROGRAMME : DACSARC1                                          *
      *                                                                *
      *  Date de creation : 15/10/2026                                 *
      *  Auteur : JGO                                                  *
      *                                                                *
      *  Description : Archivage et purge de l'historique des          *
      *                 reglements DACSHIST.DAT. Selon la demande      *
      *                 DACSARC1.IN :                                  *
      *                 - 'A' (defaut) : chaque mois clos anterieur a  *
      *                   la periode de retention (C-RETENTION-DEF     *
      *                   mois par defaut) est copie dans son archive  *
      *                   datee DACSHIST.ARC.AAAAMM, fermee par un     *
      *                   enregistrement FIN de controle (nombre de    *
      *                   lignes, totaux paye et recu), puis supprime  *
      *                   de l'historique ;                            *
      *                 - 'L' : recharge dans l'historique une periode *
      *                   AAAAMM depuis son archive (demande d'audit), *
      *                   avec controle de l'enregistrement FIN ;      *
      *                 - 'C' : reprise dans l'historique indexe d'un  *
      *                   historique au format sequentiel              *
      *                   (DACSHIST.SEQ, ancien DACSHIST.DAT).         *
      *                 Les lignes deja presentes ne sont jamais       *
      *                 ecrasees. Compte rendu dans DACSARC1.OUT,      *
      *                 chaque periode traitee est journalisee dans    *
      *                 DACSHIST.JRN. A lancer hors chaine de nuit.    *
      *                 Une archive deja complete n'est jamais         *
      *                 recreee sur un mois partiellement purge : il   *
      *                 faut d'abord recharger la periode ('L').       *
      ******************************************************************
      *                                                                *
      ******************************************************************
      *  COMMENTAIRES                                                  *
      ******************************************************************
      *                   M O D I F I C A T I O N S                    *
      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *  15/10/2026 JGO  Archive de la periode deja presente avec son  *
      *                  enregistrement FIN : recreee seulement si le  *
      *                  mois en ligne est complet (nombre et totaux   *
      *                  egaux a ceux du FIN, apres rechargement 'L'), *
      *                  sinon archivage arrete en code retour 8 pour  *
      *                  ne pas perdre les lignes deja purgees         *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT FARCIN  ASSIGN TO "DACSARC1.IN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-ARCIN-STATUS.

           SELECT FHIST   ASSIGN TO "DACSHIST.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HIS-CLE
                  FILE STATUS   IS W-HIST-STATUS.

      *--- Archive datee d'une periode (DACSHIST.ARC.AAAAMM) ou
      *    historique sequentiel a reprendre, le nom physique est
      *    positionne avant chaque ouverture (cf. 8000) ---------------
           SELECT FARCGEN ASSIGN TO ARCGEN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-ARCGEN-STATUS.

           SELECT FHISJRN ASSIGN TO "DACSHIST.JRN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-HISJRN-STATUS.

           SELECT FARCOUT ASSIGN TO "DACSARC1.OUT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-ARCOUT-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      *--- Demande : fonction ('A' ou blanc = archivage, 'L' =
      *    rechargement d'une periode, 'C' = reprise de l'historique
      *    sequentiel), retention en mois pour l'archivage (blanc =
      *    C-RETENTION-DEF), periode AAAAMM pour le rechargement.
      *    Fichier absent ou vide = archivage a la retention par
      *    defaut ----------------------------------------------------
       FD  FARCIN.
       01  ARC-IN-REC.
           05 ARC-IN-FCT            PIC X(1).
           05 FILLER                PIC X(1).
           05 ARC-IN-RETENTION      PIC X(2).
           05 FILLER                PIC X(1).
           05 ARC-IN-PERIODE        PIC X(6).

       FD  FHIST.
           COPY CHISENRV.

      *--- Ligne d'archive au format sequentiel historique de
      *    DACSHIST.DAT (une reprise de l'ancien fichier se lit avec
      *    la meme description), suivie de l'horodatage d'origine ----
       FD  FARCGEN.
       01  ARC-REC.
           05 ARC-DATE              PIC X(8).
           05 FILLER                PIC X(1).
           05 ARC-CPTY              PIC X(8).
           05 FILLER                PIC X(1).
           05 ARC-DEV               PIC X(3).
           05 FILLER                PIC X(1).
           05 ARC-MNT-PAYE          PIC 9(16).
           05 FILLER                PIC X(1).
           05 ARC-MNT-RECU          PIC 9(16).
           05 FILLER                PIC X(1).
           05 ARC-MNT-NET           PIC 9(16).
           05 FILLER                PIC X(1).
           05 ARC-SENS              PIC X(1).
           05 FILLER                PIC X(1).
           05 ARC-CYCLE             PIC X(1).
           05 FILLER                PIC X(1).
           05 ARC-HORODATE          PIC X(14).
      *--- Enregistrement de fin d'archive : 'FIN' en lieu et place de
      *    la date, periode, nombre de lignes et totaux paye / recu
      *    sans virgule (3 decimales implicites), date d'archivage ---
       01  ARC-FIN-REC.
           05 ARC-FIN-CODE          PIC X(8).
           05 FILLER                PIC X(1).
           05 ARC-FIN-PERIODE       PIC X(6).
           05 FILLER                PIC X(1).
           05 ARC-FIN-NB            PIC 9(6).
           05 FILLER                PIC X(1).
           05 ARC-FIN-PAYE          PIC 9(18).
           05 FILLER                PIC X(1).
           05 ARC-FIN-RECU          PIC 9(18).
           05 FILLER                PIC X(1).
           05 ARC-FIN-HORODATE      PIC X(14).

       FD  FHISJRN.
           COPY CHISJRNV.

       FD  FARCOUT.
       01  ARC-OUT-REC              PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 WVAR-IDENT-CGESLOGV.
           05 ID-SVN                   PIC X(255) VALUE
           '$ID$'.

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSARC1'.
      *--- Retention par defaut de l'historique en ligne, en mois clos
      *    conserves avant le mois en cours
       77 C-RETENTION-DEF              PIC 9(2) VALUE 12.
       77 C-ARC-FIN                    PIC X(8) VALUE 'FIN'.
       77 C-FIC-REPRISE                PIC X(19) VALUE 'DACSHIST.SEQ'.

      *--- FLAGS -------------------------------------------------------
       01 FL-DISPLAY                   PIC X(2).
          88 FL-DISPLAY-OK                 VALUE '1'.
          88 FL-DISPLAY-KO                 VALUE '0'.

       01 W-ARCIN-STATUS               PIC X(2).
       01 W-HIST-STATUS                PIC X(2).
       01 W-ARCGEN-STATUS              PIC X(2).
       01 W-HISJRN-STATUS              PIC X(2).
       01 W-ARCOUT-STATUS              PIC X(2).

       01 W-FL-EOF-HIS                 PIC X(1) VALUE 'N'.
          88 W-EOF-HIS-YES                 VALUE 'Y'.
          88 W-EOF-HIS-NON                 VALUE 'N'.

       01 W-FL-EOF-ARC                 PIC X(1) VALUE 'N'.
          88 W-EOF-ARC-YES                 VALUE 'Y'.
          88 W-EOF-ARC-NON                 VALUE 'N'.

       01 FL-PARAM                     PIC X(2).
          88 FL-PARAM-OK                   VALUE '1'.
          88 FL-PARAM-KO                   VALUE '0'.

       01 FL-ARCOUT                    PIC X(2).
          88 FL-ARCOUT-OK                  VALUE '1'.
          88 FL-ARCOUT-KO                  VALUE '0'.

       01 FL-HIST                      PIC X(2).
          88 FL-HIST-OK                    VALUE '1'.
          88 FL-HIST-KO                    VALUE '0'.

      *--- FL-ARCGEN : archive de la periode ecrite en entier ; sinon
      *    la periode n'est pas purgee
       01 FL-ARCGEN                    PIC X(2).
          88 FL-ARCGEN-OK                  VALUE '1'.
          88 FL-ARCGEN-KO                  VALUE '0'.

      *--- FL-ARRET : plus de mois a archiver, ou incident qui arrete
      *    l'archivage des mois suivants
       01 FL-ARRET                     PIC X(1).
          88 FL-ARRET-OUI                  VALUE 'O'.
          88 FL-ARRET-NON                  VALUE 'N'.

      *--- FL-FIN : enregistrement FIN de l'archive lu au rechargement
       01 FL-FIN                       PIC X(1).
          88 FL-FIN-VU                     VALUE '1'.
          88 FL-FIN-NON-VU                 VALUE '0'.

      *--- Demande -----------------------------------------------------
       01 W-FCT                        PIC X(1).
          88 W-FCT-ARCHIVE                 VALUE 'A'.
          88 W-FCT-RECHARGE                VALUE 'L'.
          88 W-FCT-REPRISE                 VALUE 'C'.
       01 W-RETENTION                  PIC 9(2).
       01 W-PERIODE                    PIC X(6).
       01 W-PERIODE-N REDEFINES W-PERIODE.
          05 W-PERIODE-AAAA            PIC 9(4).
          05 W-PERIODE-MM              PIC 9(2).

      *--- Date du jour et premier mois conserve en ligne : les mois
      *    anterieurs a W-MOIS-LIMITE sont archives -------------------
       01 W-DAT-TRT                    PIC X(8).
       01 W-DAT-TRT-N REDEFINES W-DAT-TRT.
          05 W-DAT-TRT-AAAA            PIC 9(4).
          05 W-DAT-TRT-MM              PIC 9(2).
          05 W-DAT-TRT-JJ              PIC 9(2).
       01 W-HORODATE                   PIC X(14).
       01 W-MOIS-LIMITE                PIC X(6).
       01 W-MOIS-LIMITE-N REDEFINES W-MOIS-LIMITE.
          05 W-MOIS-LIMITE-AAAA        PIC 9(4).
          05 W-MOIS-LIMITE-MM          PIC 9(2).
       01 W-NB-MOIS                    PIC 9(6).
       01 W-NB-MOIS-RESTE              PIC 9(2).

      *--- Nom physique de l'archive datee ou du fichier a reprendre --
       01 W-ARC-NOM.
          05 FILLER                   PIC X(13) VALUE 'DACSHIST.ARC.'.
          05 W-ARC-NOM-PERIODE        PIC X(6).
       01 W-FIC-NOM                    PIC X(19).

      *--- COMPTEURS ET TOTAUX (montants sans virgule, 3 decimales
      *    implicites comme l'historique) ----------------------------
      *--- Periode en cours d'archivage : lignes ecrites dans l'archive
      *    et lignes supprimees de l'historique
       01 W-CPT-ARC-LIGNES             PIC 9(6) VALUE 0.
       01 W-TOT-ARC-PAYE               PIC 9(18) VALUE 0.
       01 W-TOT-ARC-RECU               PIC 9(18) VALUE 0.
       01 W-CPT-PRG-LIGNES             PIC 9(6) VALUE 0.
       01 W-TOT-PRG-PAYE               PIC 9(18) VALUE 0.
       01 W-TOT-PRG-RECU               PIC 9(18) VALUE 0.
      *--- Toutes periodes archivees par le run
       01 W-CPT-PERIODES               PIC 9(4) VALUE 0.
       01 W-CPT-GEN-LIGNES             PIC 9(6) VALUE 0.
       01 W-TOT-GEN-PAYE               PIC 9(18) VALUE 0.
       01 W-TOT-GEN-RECU               PIC 9(18) VALUE 0.
      *--- Rechargement / reprise : lignes lues, rechargees, deja
      *    presentes (non ecrasees) et rejetees ; totaux des lignes
      *    lues (controle FIN) et des lignes rechargees (journal)
       01 W-CPT-LUES                   PIC 9(6) VALUE 0.
       01 W-CPT-RECHARGEES             PIC 9(6) VALUE 0.
       01 W-CPT-PRESENTES              PIC 9(6) VALUE 0.
       01 W-CPT-REJETEES               PIC 9(6) VALUE 0.
       01 W-TOT-LUS-PAYE               PIC 9(18) VALUE 0.
       01 W-TOT-LUS-RECU               PIC 9(18) VALUE 0.
       01 W-TOT-RCH-PAYE               PIC 9(18) VALUE 0.
       01 W-TOT-RCH-RECU               PIC 9(18) VALUE 0.
      *--- Archive deja presente pour la periode : enregistrement FIN
      *    releve, et lignes du mois encore en ligne
       01 W-FIN-NB                     PIC 9(6) VALUE 0.
       01 W-FIN-PAYE                   PIC 9(18) VALUE 0.
       01 W-FIN-RECU                   PIC 9(18) VALUE 0.
       01 W-CPT-ENL-LIGNES             PIC 9(6) VALUE 0.
       01 W-TOT-ENL-PAYE               PIC 9(18) VALUE 0.
       01 W-TOT-ENL-RECU               PIC 9(18) VALUE 0.
      *--- Resultat du controle de l'enregistrement FIN
       01 W-CTL-FIN                    PIC X(10) VALUE SPACES.

      *--- Montant edite : la REDEFINES redonne la vue decimale du
      *    total transporte sans virgule -----------------------------
       01 W-MNT-EDIT                   PIC 9(15)V9(3).
       01 W-MNT-EDIT-R REDEFINES W-MNT-EDIT
                                       PIC 9(18).
       01 W-MNT-EDIT-1                 PIC Z(14)9.999.
       01 W-MNT-EDIT-2                 PIC Z(14)9.999.

      *--- Zone de preparation d'une ligne du journal de l'historique
       01 W-JRN-ACTION                 PIC X(1).
       01 W-JRN-PERIODE                PIC X(8).
       01 W-JRN-NB                     PIC 9(6).
       01 W-JRN-PAYE                   PIC 9(18).
       01 W-JRN-RECU                   PIC 9(18).

      *--- LIGNES DU COMPTE RENDU --------------------------------------
       01 ARC-LIGNE-PERIODE.
          05 COL-PER-LIBELLE          PIC X(8).
          05 COL-PER-PERIODE          PIC X(6).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-PER-FICHIER          PIC X(19).
          05 FILLER                   PIC X(9)  VALUE '  LIGNES '.
          05 COL-PER-NB               PIC Z(7)9.
          05 FILLER                   PIC X(7)  VALUE '  PAYE '.
          05 COL-PER-PAYE             PIC Z(14)9.999.
          05 FILLER                   PIC X(7)  VALUE '  RECU '.
          05 COL-PER-RECU             PIC Z(14)9.999.
          05 FILLER                   PIC X(10) VALUE '  PURGEES '.
          05 COL-PER-PURGE            PIC Z(7)9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           SET FL-DISPLAY-OK TO TRUE
      *    SET FL-DISPLAY-KO TO TRUE

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacsarc1.cbl <<<<<<<<<<'

           PERFORM 1000-INITIALISATION

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacsarc1.cbl <<<<<<<<<<'

           GOBACK
           .

      *-----------------------------------------------------------------
       1000-INITIALISATION SECTION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-HORODATE
           MOVE W-HORODATE(1:8)             TO W-DAT-TRT

           PERFORM 1020-LIT-PARAMETRES

           IF FL-PARAM-KO
             DISPLAY 'DACSARC1 : DEMANDE INVALIDE, ARRET'
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM 1050-OUVRE-COMPTE-RENDU
             IF FL-ARCOUT-KO
               MOVE 8 TO RETURN-CODE
             ELSE
               EVALUATE TRUE
                 WHEN W-FCT-ARCHIVE
                   PERFORM 2000-ARCHIVAGE
                 WHEN OTHER
                   PERFORM 3000-RECHARGEMENT
               END-EVALUATE
               CLOSE FARCOUT
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1020-LIT-PARAMETRES SECTION.
      *-----------------------------------------------------------------
      * Lit la demande dans DACSARC1.IN. Fichier absent ou vide :
      * archivage a la retention par defaut.
           SET FL-PARAM-OK TO TRUE
           MOVE 'A'             TO W-FCT
           MOVE C-RETENTION-DEF TO W-RETENTION
           MOVE SPACES          TO W-PERIODE

           OPEN INPUT FARCIN
           IF W-ARCIN-STATUS = '00'
             READ FARCIN
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM 1030-CTRL-DEMANDE
             END-READ
             CLOSE FARCIN
           ELSE
             IF W-ARCIN-STATUS NOT = '35'
               DISPLAY 'ERREUR OUVERTURE FARCIN - STATUT = '
                       W-ARCIN-STATUS
               SET FL-PARAM-KO TO TRUE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1030-CTRL-DEMANDE SECTION.
      *-----------------------------------------------------------------
      * Fonction connue ; retention numerique pour l'archivage ;
      * periode AAAAMM valide pour le rechargement.
           IF ARC-IN-FCT NOT = SPACE
             MOVE ARC-IN-FCT TO W-FCT
           END-IF

           EVALUATE TRUE
             WHEN W-FCT-ARCHIVE
               IF ARC-IN-RETENTION NOT = SPACES
                 IF ARC-IN-RETENTION IS NUMERIC
                   MOVE ARC-IN-RETENTION TO W-RETENTION
                 ELSE
                   DISPLAY 'RETENTION INVALIDE : |' ARC-IN-RETENTION
                           '|'
                   SET FL-PARAM-KO TO TRUE
                 END-IF
               END-IF
             WHEN W-FCT-RECHARGE
               MOVE ARC-IN-PERIODE TO W-PERIODE
               IF W-PERIODE IS NOT NUMERIC
                 DISPLAY 'PERIODE INVALIDE : |' ARC-IN-PERIODE '|'
                 SET FL-PARAM-KO TO TRUE
               ELSE
                 IF W-PERIODE-MM < 1 OR W-PERIODE-MM > 12
                    OR W-PERIODE >= W-DAT-TRT(1:6)
                   DISPLAY 'PERIODE INVALIDE : |' ARC-IN-PERIODE '|'
                   SET FL-PARAM-KO TO TRUE
                 END-IF
               END-IF
             WHEN W-FCT-REPRISE
               CONTINUE
             WHEN OTHER
               DISPLAY 'FONCTION INVALIDE : |' ARC-IN-FCT '|'
               SET FL-PARAM-KO TO TRUE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1050-OUVRE-COMPTE-RENDU SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT FARCOUT
           IF W-ARCOUT-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FARCOUT - STATUT = '
                     W-ARCOUT-STATUS
             SET FL-ARCOUT-KO TO TRUE
           ELSE
             SET FL-ARCOUT-OK TO TRUE
           END-IF
           .

      *-----------------------------------------------------------------
       1100-OUVRE-HISTORIQUE SECTION.
      *-----------------------------------------------------------------
      * Historique ouvert en mise a jour ; absent, il est cree vide
      * pour un rechargement ou une reprise, et il n'y a rien a
      * archiver.
           SET FL-HIST-OK TO TRUE
           OPEN I-O FHIST
           IF W-HIST-STATUS = '35' AND NOT W-FCT-ARCHIVE
             OPEN OUTPUT FHIST
             CLOSE FHIST
             OPEN I-O FHIST
           END-IF
           IF W-HIST-STATUS NOT = '00'
             SET FL-HIST-KO TO TRUE
             MOVE SPACES TO ARC-OUT-REC
             STRING 'HISTORIQUE DACSHIST.DAT INDISPONIBLE - STATUT '
                                              DELIMITED BY SIZE
                    W-HIST-STATUS             DELIMITED BY SIZE
                    INTO ARC-OUT-REC
             WRITE ARC-OUT-REC
             DISPLAY 'ERREUR OUVERTURE FHIST - STATUT = '
                     W-HIST-STATUS
           END-IF
           .

      *-----------------------------------------------------------------
       2000-ARCHIVAGE SECTION.
      *-----------------------------------------------------------------
      * Archive puis purge, du plus ancien au plus recent, chaque mois
      * de l'historique anterieur au premier mois conserve : le mois
      * en cours et les W-RETENTION mois clos qui le precedent restent
      * en ligne. Historique absent = rien a archiver.
           COMPUTE W-NB-MOIS = W-DAT-TRT-AAAA * 12
                             + W-DAT-TRT-MM - 1 - W-RETENTION
           DIVIDE W-NB-MOIS BY 12 GIVING W-MOIS-LIMITE-AAAA
                                  REMAINDER W-NB-MOIS-RESTE
           COMPUTE W-MOIS-LIMITE-MM = W-NB-MOIS-RESTE + 1

           MOVE SPACES TO ARC-OUT-REC
           STRING 'ARCHIVAGE DE L HISTORIQUE DES REGLEMENTS DU '
                                              DELIMITED BY SIZE
                  W-DAT-TRT                   DELIMITED BY SIZE
                  ' - RETENTION '             DELIMITED BY SIZE
                  W-RETENTION                 DELIMITED BY SIZE
                  ' MOIS - PERIODES ANTERIEURES A '
                                              DELIMITED BY SIZE
                  W-MOIS-LIMITE               DELIMITED BY SIZE
                  INTO ARC-OUT-REC
           WRITE ARC-OUT-REC
           DISPLAY 'DACSARC1 : ARCHIVAGE DES PERIODES ANTERIEURES A '
                   W-MOIS-LIMITE

           OPEN I-O FHIST
           EVALUATE W-HIST-STATUS
             WHEN '00'
               SET FL-ARRET-NON TO TRUE
               PERFORM 2100-ARCHIVE-MOIS UNTIL FL-ARRET-OUI
               CLOSE FHIST
             WHEN '35'
               MOVE 'HISTORIQUE DACSHIST.DAT ABSENT - RIEN A ARCHIVER'
                 TO ARC-OUT-REC
               WRITE ARC-OUT-REC
             WHEN OTHER
               DISPLAY 'ERREUR OUVERTURE FHIST - STATUT = '
                       W-HIST-STATUS
               MOVE SPACES TO ARC-OUT-REC
               STRING 'HISTORIQUE DACSHIST.DAT INDISPONIBLE - STATUT '
                                              DELIMITED BY SIZE
                      W-HIST-STATUS           DELIMITED BY SIZE
                      INTO ARC-OUT-REC
               WRITE ARC-OUT-REC
               MOVE 8 TO RETURN-CODE
           END-EVALUATE

      *--- Total de controle de ce qui a ete deplace par le run
           MOVE 'TOTAL   '       TO COL-PER-LIBELLE
           MOVE SPACES           TO COL-PER-PERIODE
           MOVE SPACES           TO COL-PER-FICHIER
           MOVE W-CPT-GEN-LIGNES TO COL-PER-NB
           MOVE W-TOT-GEN-PAYE   TO W-MNT-EDIT-R
           MOVE W-MNT-EDIT       TO COL-PER-PAYE
           MOVE W-TOT-GEN-RECU   TO W-MNT-EDIT-R
           MOVE W-MNT-EDIT       TO COL-PER-RECU
           MOVE W-CPT-GEN-LIGNES TO COL-PER-PURGE
           WRITE ARC-OUT-REC FROM ARC-LIGNE-PERIODE

           MOVE SPACES TO ARC-OUT-REC
           STRING 'PERIODES ARCHIVEES : '    DELIMITED BY SIZE
                  W-CPT-PERIODES              DELIMITED BY SIZE
                  INTO ARC-OUT-REC
           WRITE ARC-OUT-REC
           .

      *-----------------------------------------------------------------
       2100-ARCHIVE-MOIS SECTION.
      *-----------------------------------------------------------------
      * Premiere ligne de l'historique : si son mois est anterieur au
      * premier mois conserve, le mois entier est archive puis purge.
      * Sinon (ou historique vide) l'archivage est termine.
           SET W-EOF-HIS-NON TO TRUE
           MOVE LOW-VALUES TO HIS-CLE
           START FHIST KEY IS NOT LESS THAN HIS-CLE
           IF W-HIST-STATUS NOT = '00'
             SET FL-ARRET-OUI TO TRUE
           ELSE
             READ FHIST NEXT
               AT END
                 SET FL-ARRET-OUI TO TRUE
               NOT AT END
                 IF HIS-DATE(1:6) NOT < W-MOIS-LIMITE
                   SET FL-ARRET-OUI TO TRUE
                 END-IF
             END-READ
           END-IF

           IF FL-ARRET-NON
             MOVE HIS-DATE(1:6) TO W-PERIODE
             PERFORM 2150-CTRL-ARCHIVE
             IF FL-ARCGEN-OK
               PERFORM 2200-ECRIT-ARCHIVE
             END-IF
             IF FL-ARCGEN-OK
               PERFORM 2300-PURGE-MOIS
               PERFORM 2400-EDITE-PERIODE
             ELSE
               SET FL-ARRET-OUI TO TRUE
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       2150-CTRL-ARCHIVE SECTION.
      *-----------------------------------------------------------------
      * Archive DACSHIST.ARC.AAAAMM deja presente pour le mois
      * W-PERIODE (la premiere ligne du mois est deja lue) :
      * - absente, ou sans enregistrement FIN (archivage interrompu
      *   avant toute purge) : elle peut etre (re)creee ;
      * - complete : une purge a deja eu lieu, peut-etre partielle
      *   (suppression en erreur, ecart de controle). Recreer
      *   l'archive a partir des seules lignes restees en ligne
      *   perdrait les lignes purgees : elle n'est recreee que si le
      *   mois en ligne est complet, nombre de lignes et totaux egaux
      *   a ceux de son FIN (periode rechargee par 'L') ; sinon
      *   l'archivage s'arrete et la periode est a recharger d'abord.
           SET FL-ARCGEN-OK  TO TRUE
           SET FL-FIN-NON-VU TO TRUE
           MOVE W-PERIODE TO W-ARC-NOM-PERIODE
           MOVE W-ARC-NOM TO W-FIC-NOM

           PERFORM 8000-ASSIGNE-ARCHIVE
           OPEN INPUT FARCGEN
           EVALUATE W-ARCGEN-STATUS
             WHEN '00'
               SET W-EOF-ARC-NON TO TRUE
               PERFORM 2160-LIT-FIN-ARCHIVE UNTIL W-EOF-ARC-YES
               CLOSE FARCGEN
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY 'ERREUR OUVERTURE ' W-FIC-NOM ' - STATUT = '
                       W-ARCGEN-STATUS ' - PERIODE ' W-PERIODE
                       ' NON ARCHIVEE'
               SET FL-ARCGEN-KO TO TRUE
           END-EVALUATE

           IF FL-FIN-VU
             PERFORM 2170-TOTALISE-MOIS
             IF W-CPT-ENL-LIGNES = W-FIN-NB
                AND W-TOT-ENL-PAYE = W-FIN-PAYE
                AND W-TOT-ENL-RECU = W-FIN-RECU
               DISPLAY 'DACSARC1 : ' W-FIC-NOM ' DEJA PRESENTE, '
                       'PERIODE COMPLETE EN LIGNE - ARCHIVE RECREEE'
      *--- Repositionnement sur la premiere ligne du mois pour la copie
               SET W-EOF-HIS-NON TO TRUE
               MOVE LOW-VALUES TO HIS-CLE
               MOVE W-PERIODE  TO HIS-DATE(1:6)
               START FHIST KEY IS NOT LESS THAN HIS-CLE
               IF W-HIST-STATUS = '00'
                 READ FHIST NEXT
                   AT END
                     SET FL-ARCGEN-KO TO TRUE
                 END-READ
               ELSE
                 SET FL-ARCGEN-KO TO TRUE
               END-IF
             ELSE
               DISPLAY 'ATTENTION 2150-CTRL-ARCHIVE : ' W-FIC-NOM
                       ' DEJA COMPLETE (' W-FIN-NB ' LIGNES), '
                       W-CPT-ENL-LIGNES ' ENCORE EN LIGNE - '
                       'ARCHIVAGE ARRETE'
               DISPLAY 'DACSARC1 : RECHARGER LA PERIODE ' W-PERIODE
                       ' (FONCTION L) AVANT DE RELANCER L ARCHIVAGE'
               MOVE SPACES TO ARC-OUT-REC
               STRING 'PERIODE '               DELIMITED BY SIZE
                      W-PERIODE                DELIMITED BY SIZE
                      ' : '                    DELIMITED BY SIZE
                      W-FIC-NOM                DELIMITED BY SPACE
                      ' DEJA COMPLETE, MOIS PARTIELLEMENT PURGE - '
                                               DELIMITED BY SIZE
                      'A RECHARGER (L) AVANT ARCHIVAGE'
                                               DELIMITED BY SIZE
                      INTO ARC-OUT-REC
               WRITE ARC-OUT-REC
               SET FL-ARCGEN-KO TO TRUE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       2160-LIT-FIN-ARCHIVE SECTION.
      *-----------------------------------------------------------------
      * Parcourt l'archive existante a la recherche de son FIN.
           READ FARCGEN
             AT END
               SET W-EOF-ARC-YES TO TRUE
             NOT AT END
               IF ARC-DATE = C-ARC-FIN
                 SET FL-FIN-VU TO TRUE
                 MOVE 0 TO W-FIN-NB
                 MOVE 0 TO W-FIN-PAYE
                 MOVE 0 TO W-FIN-RECU
                 IF ARC-FIN-NB IS NUMERIC
                   MOVE ARC-FIN-NB   TO W-FIN-NB
                 END-IF
                 IF ARC-FIN-PAYE IS NUMERIC
                   MOVE ARC-FIN-PAYE TO W-FIN-PAYE
                 END-IF
                 IF ARC-FIN-RECU IS NUMERIC
                   MOVE ARC-FIN-RECU TO W-FIN-RECU
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       2170-TOTALISE-MOIS SECTION.
      *-----------------------------------------------------------------
      * Nombre de lignes et totaux paye / recu du mois W-PERIODE encore
      * dans l'historique.
           MOVE 0 TO W-CPT-ENL-LIGNES
           MOVE 0 TO W-TOT-ENL-PAYE
           MOVE 0 TO W-TOT-ENL-RECU

           SET W-EOF-HIS-NON TO TRUE
           MOVE LOW-VALUES TO HIS-CLE
           MOVE W-PERIODE  TO HIS-DATE(1:6)
           START FHIST KEY IS NOT LESS THAN HIS-CLE
           IF W-HIST-STATUS NOT = '00'
             SET W-EOF-HIS-YES TO TRUE
           END-IF
           PERFORM 2180-COMPTE-LIGNE UNTIL W-EOF-HIS-YES
           .

      *-----------------------------------------------------------------
       2180-COMPTE-LIGNE SECTION.
      *-----------------------------------------------------------------
           READ FHIST NEXT
             AT END
               SET W-EOF-HIS-YES TO TRUE
             NOT AT END
               IF HIS-DATE(1:6) NOT = W-PERIODE
                 SET W-EOF-HIS-YES TO TRUE
               ELSE
                 ADD 1            TO W-CPT-ENL-LIGNES
                 ADD HIS-MNT-PAYE TO W-TOT-ENL-PAYE
                 ADD HIS-MNT-RECU TO W-TOT-ENL-RECU
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       2200-ECRIT-ARCHIVE SECTION.
      *-----------------------------------------------------------------
      * Copie toutes les lignes du mois W-PERIODE (la premiere est deja
      * lue) dans l'archive DACSHIST.ARC.AAAAMM, creee ou recreee
      * apres le controle 2150-CTRL-ARCHIVE, puis l'enregistrement FIN
      * qui porte nombre de lignes et totaux de controle.
           MOVE 0 TO W-CPT-ARC-LIGNES
           MOVE 0 TO W-TOT-ARC-PAYE
           MOVE 0 TO W-TOT-ARC-RECU
           MOVE W-PERIODE TO W-ARC-NOM-PERIODE
           MOVE W-ARC-NOM TO W-FIC-NOM

           PERFORM 8000-ASSIGNE-ARCHIVE
           OPEN OUTPUT FARCGEN
           IF W-ARCGEN-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE ' W-FIC-NOM ' - STATUT = '
                     W-ARCGEN-STATUS ' - PERIODE ' W-PERIODE
                     ' NON ARCHIVEE'
             SET FL-ARCGEN-KO TO TRUE
           ELSE
             SET FL-ARCGEN-OK TO TRUE
             PERFORM 2210-ECRIT-LIGNE UNTIL W-EOF-HIS-YES

             IF FL-ARCGEN-OK
               MOVE SPACES            TO ARC-FIN-REC
               MOVE C-ARC-FIN         TO ARC-FIN-CODE
               MOVE W-PERIODE         TO ARC-FIN-PERIODE
               MOVE W-CPT-ARC-LIGNES  TO ARC-FIN-NB
               MOVE W-TOT-ARC-PAYE    TO ARC-FIN-PAYE
               MOVE W-TOT-ARC-RECU    TO ARC-FIN-RECU
               MOVE W-HORODATE        TO ARC-FIN-HORODATE
               WRITE ARC-FIN-REC
               IF W-ARCGEN-STATUS NOT = '00'
                 DISPLAY 'ERREUR ECRITURE ' W-FIC-NOM ' - STATUT = '
                         W-ARCGEN-STATUS
                 SET FL-ARCGEN-KO TO TRUE
               END-IF
             END-IF
             CLOSE FARCGEN
           END-IF
           .

      *-----------------------------------------------------------------
       2210-ECRIT-LIGNE SECTION.
      *-----------------------------------------------------------------
      * Ecrit la ligne d'historique courante dans l'archive et lit la
      * suivante ; la fin du mois (ou de l'historique) termine la
      * copie. Une erreur d'ecriture l'interrompt : pas de purge.
           MOVE SPACES        TO ARC-REC
           MOVE HIS-DATE      TO ARC-DATE
           MOVE HIS-CPTY      TO ARC-CPTY
           MOVE HIS-DEV       TO ARC-DEV
           MOVE HIS-MNT-PAYE  TO ARC-MNT-PAYE
           MOVE HIS-MNT-RECU  TO ARC-MNT-RECU
           MOVE HIS-MNT-NET   TO ARC-MNT-NET
           MOVE HIS-SENS      TO ARC-SENS
           MOVE HIS-CYCLE     TO ARC-CYCLE
           MOVE HIS-HORODATE  TO ARC-HORODATE
           WRITE ARC-REC
           IF W-ARCGEN-STATUS NOT = '00'
             DISPLAY 'ERREUR ECRITURE ' W-FIC-NOM ' - STATUT = '
                     W-ARCGEN-STATUS
             SET FL-ARCGEN-KO TO TRUE
             SET W-EOF-HIS-YES TO TRUE
           ELSE
             ADD 1            TO W-CPT-ARC-LIGNES
             ADD HIS-MNT-PAYE TO W-TOT-ARC-PAYE
             ADD HIS-MNT-RECU TO W-TOT-ARC-RECU
             READ FHIST NEXT
               AT END
                 SET W-EOF-HIS-YES TO TRUE
               NOT AT END
                 IF HIS-DATE(1:6) NOT = W-PERIODE
                   SET W-EOF-HIS-YES TO TRUE
                 END-IF
             END-READ
           END-IF
           .

      *-----------------------------------------------------------------
       2300-PURGE-MOIS SECTION.
      *-----------------------------------------------------------------
      * Supprime de l'historique les lignes du mois archive, en
      * refaisant les totaux de ce qui est supprime : tout ecart avec
      * l'archive arrete l'archivage des mois suivants.
           MOVE 0 TO W-CPT-PRG-LIGNES
           MOVE 0 TO W-TOT-PRG-PAYE
           MOVE 0 TO W-TOT-PRG-RECU

           SET W-EOF-HIS-NON TO TRUE
           MOVE LOW-VALUES TO HIS-CLE
           MOVE W-PERIODE  TO HIS-DATE(1:6)
           START FHIST KEY IS NOT LESS THAN HIS-CLE
           IF W-HIST-STATUS NOT = '00'
             SET W-EOF-HIS-YES TO TRUE
           END-IF
           PERFORM 2310-SUPPRIME-LIGNE UNTIL W-EOF-HIS-YES

           IF W-CPT-PRG-LIGNES NOT = W-CPT-ARC-LIGNES
              OR W-TOT-PRG-PAYE NOT = W-TOT-ARC-PAYE
              OR W-TOT-PRG-RECU NOT = W-TOT-ARC-RECU
             DISPLAY 'ATTENTION 2300-PURGE-MOIS : PERIODE ' W-PERIODE
                     ' - ARCHIVEES ' W-CPT-ARC-LIGNES ' PURGEES '
                     W-CPT-PRG-LIGNES ' - ARCHIVAGE ARRETE'
             SET FL-ARRET-OUI TO TRUE
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
       2310-SUPPRIME-LIGNE SECTION.
      *-----------------------------------------------------------------
           READ FHIST NEXT
             AT END
               SET W-EOF-HIS-YES TO TRUE
             NOT AT END
               IF HIS-DATE(1:6) NOT = W-PERIODE
                 SET W-EOF-HIS-YES TO TRUE
               ELSE
                 DELETE FHIST
                 IF W-HIST-STATUS = '00'
                   ADD 1            TO W-CPT-PRG-LIGNES
                   ADD HIS-MNT-PAYE TO W-TOT-PRG-PAYE
                   ADD HIS-MNT-RECU TO W-TOT-PRG-RECU
                 ELSE
                   DISPLAY 'ERREUR SUPPRESSION FHIST - STATUT = '
                           W-HIST-STATUS ' - ' HIS-DATE ' ' HIS-CPTY
                           ' ' HIS-DEV
                   SET W-EOF-HIS-YES TO TRUE
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       2400-EDITE-PERIODE SECTION.
      *-----------------------------------------------------------------
      * Ligne de controle de la periode archivee (lignes et totaux de
      * l'archive, lignes purgees), cumul dans le total du run et
      * trace dans le journal de l'historique.
           ADD 1                TO W-CPT-PERIODES
           ADD W-CPT-ARC-LIGNES TO W-CPT-GEN-LIGNES
           ADD W-TOT-ARC-PAYE   TO W-TOT-GEN-PAYE
           ADD W-TOT-ARC-RECU   TO W-TOT-GEN-RECU

           MOVE 'PERIODE '       TO COL-PER-LIBELLE
           MOVE W-PERIODE        TO COL-PER-PERIODE
           MOVE W-FIC-NOM        TO COL-PER-FICHIER
           MOVE W-CPT-ARC-LIGNES TO COL-PER-NB
           MOVE W-TOT-ARC-PAYE   TO W-MNT-EDIT-R
           MOVE W-MNT-EDIT       TO COL-PER-PAYE
           MOVE W-TOT-ARC-RECU   TO W-MNT-EDIT-R
           MOVE W-MNT-EDIT       TO COL-PER-RECU
           MOVE W-CPT-PRG-LIGNES TO COL-PER-PURGE
           WRITE ARC-OUT-REC FROM ARC-LIGNE-PERIODE

           MOVE 'A'              TO W-JRN-ACTION
           MOVE W-PERIODE        TO W-JRN-PERIODE
           MOVE W-CPT-PRG-LIGNES TO W-JRN-NB
           MOVE W-TOT-PRG-PAYE   TO W-JRN-PAYE
           MOVE W-TOT-PRG-RECU   TO W-JRN-RECU
           PERFORM 8500-JOURNALISE
           .

      *-----------------------------------------------------------------
       3000-RECHARGEMENT SECTION.
      *-----------------------------------------------------------------
      * Recharge dans l'historique les lignes d'une archive datee (ou
      * de l'historique sequentiel a reprendre). Une ligne dont la cle
      * existe deja n'est pas ecrasee. L'archive doit se terminer par
      * son enregistrement FIN, rapproche des lignes lues.
           IF W-FCT-RECHARGE
             MOVE W-PERIODE     TO W-ARC-NOM-PERIODE
             MOVE W-ARC-NOM     TO W-FIC-NOM
             MOVE 'L'           TO W-JRN-ACTION
             MOVE W-PERIODE     TO W-JRN-PERIODE
             MOVE SPACES TO ARC-OUT-REC
             STRING 'RECHARGEMENT DE LA PERIODE ' DELIMITED BY SIZE
                    W-PERIODE                     DELIMITED BY SIZE
                    ' DEPUIS '                    DELIMITED BY SIZE
                    W-FIC-NOM                     DELIMITED BY SPACE
                    ' LE '                        DELIMITED BY SIZE
                    W-DAT-TRT                     DELIMITED BY SIZE
                    INTO ARC-OUT-REC
           ELSE
             MOVE C-FIC-REPRISE TO W-FIC-NOM
             MOVE 'C'           TO W-JRN-ACTION
             MOVE SPACES        TO W-JRN-PERIODE
             MOVE SPACES TO ARC-OUT-REC
             STRING 'REPRISE DE L HISTORIQUE SEQUENTIEL '
                                                  DELIMITED BY SIZE
                    W-FIC-NOM                     DELIMITED BY SPACE
                    ' LE '                        DELIMITED BY SIZE
                    W-DAT-TRT                     DELIMITED BY SIZE
                    INTO ARC-OUT-REC
           END-IF
           WRITE ARC-OUT-REC
           DISPLAY 'DACSARC1 : RECHARGEMENT DE ' W-FIC-NOM

           SET FL-FIN-NON-VU TO TRUE
           PERFORM 8000-ASSIGNE-ARCHIVE
           OPEN INPUT FARCGEN
           IF W-ARCGEN-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE ' W-FIC-NOM ' - STATUT = '
                     W-ARCGEN-STATUS
             MOVE SPACES TO ARC-OUT-REC
             STRING W-FIC-NOM                     DELIMITED BY SPACE
                    ' INDISPONIBLE - STATUT '     DELIMITED BY SIZE
                    W-ARCGEN-STATUS               DELIMITED BY SIZE
                    INTO ARC-OUT-REC
             WRITE ARC-OUT-REC
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM 1100-OUVRE-HISTORIQUE
             IF FL-HIST-KO
               MOVE 8 TO RETURN-CODE
             ELSE
               SET W-EOF-ARC-NON TO TRUE
               PERFORM 3100-LIT-ARCHIVE
               PERFORM 3200-RECHARGE-LIGNE UNTIL W-EOF-ARC-YES
               CLOSE FHIST
               PERFORM 3900-EDITE-RECHARGEMENT
               MOVE W-CPT-RECHARGEES TO W-JRN-NB
               MOVE W-TOT-RCH-PAYE   TO W-JRN-PAYE
               MOVE W-TOT-RCH-RECU   TO W-JRN-RECU
               PERFORM 8500-JOURNALISE
             END-IF
             CLOSE FARCGEN
           END-IF
           .

      *-----------------------------------------------------------------
       3100-LIT-ARCHIVE SECTION.
      *-----------------------------------------------------------------
           READ FARCGEN
             AT END
               SET W-EOF-ARC-YES TO TRUE
           END-READ
           .

      *-----------------------------------------------------------------
       3200-RECHARGE-LIGNE SECTION.
      *-----------------------------------------------------------------
      * Enregistrement FIN : controle du nombre de lignes et des totaux
      * annonces. Ligne d'historique : rejetee si invalide ou hors de
      * la periode demandee, sinon ecrite sous sa cle (cycle a blanc
      * des lignes anterieures aux cycles = cycle 1).
           EVALUATE TRUE
             WHEN ARC-DATE = C-ARC-FIN
               SET FL-FIN-VU TO TRUE
               IF ARC-FIN-NB = W-CPT-LUES
                  AND ARC-FIN-PAYE = W-TOT-LUS-PAYE
                  AND ARC-FIN-RECU = W-TOT-LUS-RECU
                  AND (W-FCT-REPRISE OR ARC-FIN-PERIODE = W-PERIODE)
                 MOVE 'OK'    TO W-CTL-FIN
               ELSE
                 MOVE 'ECART' TO W-CTL-FIN
               END-IF
             WHEN FL-FIN-VU
               ADD 1 TO W-CPT-REJETEES
             WHEN OTHER
               ADD 1 TO W-CPT-LUES
               IF ARC-MNT-PAYE IS NUMERIC
                 ADD ARC-MNT-PAYE TO W-TOT-LUS-PAYE
               END-IF
               IF ARC-MNT-RECU IS NUMERIC
                 ADD ARC-MNT-RECU TO W-TOT-LUS-RECU
               END-IF
               IF ARC-DATE IS NOT NUMERIC
                  OR ARC-CPTY = SPACES
                  OR ARC-DEV = SPACES
                  OR ARC-MNT-PAYE IS NOT NUMERIC
                  OR ARC-MNT-RECU IS NOT NUMERIC
                  OR ARC-MNT-NET IS NOT NUMERIC
                  OR (W-FCT-RECHARGE AND ARC-DATE(1:6) NOT = W-PERIODE)
                 ADD 1 TO W-CPT-REJETEES
                 DISPLAY 'ATTENTION 3200-RECHARGE-LIGNE : LIGNE '
                         W-CPT-LUES ' REJETEE : ' ARC-DATE ' '
                         ARC-CPTY ' ' ARC-DEV
               ELSE
                 PERFORM 3250-ECRIT-HISTORIQUE
               END-IF
           END-EVALUATE

           PERFORM 3100-LIT-ARCHIVE
           .

      *-----------------------------------------------------------------
       3250-ECRIT-HISTORIQUE SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES       TO HIS-ENR
           MOVE ARC-DATE     TO HIS-DATE
           MOVE ARC-CPTY     TO HIS-CPTY
           MOVE ARC-DEV      TO HIS-DEV
           IF ARC-CYCLE = SPACE
             MOVE '1'        TO HIS-CYCLE
           ELSE
             MOVE ARC-CYCLE  TO HIS-CYCLE
           END-IF
           MOVE ARC-MNT-PAYE TO HIS-MNT-PAYE
           MOVE ARC-MNT-RECU TO HIS-MNT-RECU
           MOVE ARC-MNT-NET  TO HIS-MNT-NET
           MOVE ARC-SENS     TO HIS-SENS
           IF ARC-HORODATE = SPACES
             MOVE W-HORODATE   TO HIS-HORODATE
           ELSE
             MOVE ARC-HORODATE TO HIS-HORODATE
           END-IF

           WRITE HIS-ENR
           EVALUATE W-HIST-STATUS
             WHEN '00'
               ADD 1            TO W-CPT-RECHARGEES
               ADD HIS-MNT-PAYE TO W-TOT-RCH-PAYE
               ADD HIS-MNT-RECU TO W-TOT-RCH-RECU
             WHEN '22'
               ADD 1 TO W-CPT-PRESENTES
             WHEN OTHER
               ADD 1 TO W-CPT-REJETEES
               DISPLAY 'ERREUR ECRITURE FHIST - STATUT = '
                       W-HIST-STATUS ' - ' HIS-DATE ' ' HIS-CPTY
                       ' ' HIS-DEV
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       3900-EDITE-RECHARGEMENT SECTION.
      *-----------------------------------------------------------------
      * Comptages du rechargement, resultat du controle FIN (absent =
      * controle impossible, exige pour une archive datee) et code
      * retour : 4 si des lignes etaient deja presentes, 8 sur rejet
      * ou ecart de controle.
           IF FL-FIN-NON-VU
             IF W-FCT-RECHARGE
               MOVE 'ABSENT'     TO W-CTL-FIN
             ELSE
               MOVE 'SANS OBJET' TO W-CTL-FIN
             END-IF
           END-IF

           MOVE SPACES TO ARC-OUT-REC
           STRING 'LIGNES LUES : '           DELIMITED BY SIZE
                  W-CPT-LUES                  DELIMITED BY SIZE
                  ' - RECHARGEES : '          DELIMITED BY SIZE
                  W-CPT-RECHARGEES            DELIMITED BY SIZE
                  ' - DEJA PRESENTES (NON ECRASEES) : '
                                              DELIMITED BY SIZE
                  W-CPT-PRESENTES             DELIMITED BY SIZE
                  ' - REJETEES : '            DELIMITED BY SIZE
                  W-CPT-REJETEES              DELIMITED BY SIZE
                  INTO ARC-OUT-REC
           WRITE ARC-OUT-REC

           MOVE W-TOT-RCH-PAYE TO W-MNT-EDIT-R
           MOVE W-MNT-EDIT     TO W-MNT-EDIT-1
           MOVE W-TOT-RCH-RECU TO W-MNT-EDIT-R
           MOVE W-MNT-EDIT     TO W-MNT-EDIT-2
           MOVE SPACES TO ARC-OUT-REC
           STRING 'TOTAL RECHARGE - PAYE : '  DELIMITED BY SIZE
                  W-MNT-EDIT-1                DELIMITED BY SIZE
                  ' - RECU : '                DELIMITED BY SIZE
                  W-MNT-EDIT-2                DELIMITED BY SIZE
                  INTO ARC-OUT-REC
           WRITE ARC-OUT-REC

           MOVE SPACES TO ARC-OUT-REC
           IF FL-FIN-VU
             MOVE ARC-FIN-PAYE TO W-MNT-EDIT-R
             MOVE W-MNT-EDIT   TO W-MNT-EDIT-1
             MOVE ARC-FIN-RECU TO W-MNT-EDIT-R
             MOVE W-MNT-EDIT   TO W-MNT-EDIT-2
             STRING 'CONTROLE FIN D ARCHIVE : ' DELIMITED BY SIZE
                    W-CTL-FIN                   DELIMITED BY SPACE
                    ' - ANNONCE '               DELIMITED BY SIZE
                    ARC-FIN-NB                  DELIMITED BY SIZE
                    ' LIGNES - PAYE '           DELIMITED BY SIZE
                    W-MNT-EDIT-1                DELIMITED BY SIZE
                    ' - RECU '                  DELIMITED BY SIZE
                    W-MNT-EDIT-2                DELIMITED BY SIZE
                    INTO ARC-OUT-REC
           ELSE
             STRING 'CONTROLE FIN D ARCHIVE : ' DELIMITED BY SIZE
                    W-CTL-FIN                   DELIMITED BY SIZE
                    INTO ARC-OUT-REC
           END-IF
           WRITE ARC-OUT-REC

           EVALUATE TRUE
             WHEN W-CTL-FIN = 'ECART' OR 'ABSENT'
               MOVE 8 TO RETURN-CODE
             WHEN W-CPT-REJETEES > 0
               MOVE 8 TO RETURN-CODE
             WHEN W-CPT-PRESENTES > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       8000-ASSIGNE-ARCHIVE SECTION.
      *-----------------------------------------------------------------
      * Nom physique du fichier FARCGEN pour la prochaine ouverture.
           DISPLAY 'DD_ARCGEN' UPON ENVIRONMENT-NAME
           DISPLAY W-FIC-NOM   UPON ENVIRONMENT-VALUE
           .

      *-----------------------------------------------------------------
       8500-JOURNALISE SECTION.
      *-----------------------------------------------------------------
      * Une ligne dans DACSHIST.JRN (en extension) par periode
      * archivee, rechargee ou reprise, avec le nombre de lignes et
      * les totaux paye / recu deplaces.
           OPEN EXTEND FHISJRN
           IF W-HISJRN-STATUS = '05' OR '35'
             OPEN OUTPUT FHISJRN
           END-IF
           IF W-HISJRN-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FHISJRN - STATUT = '
                     W-HISJRN-STATUS
           ELSE
             MOVE SPACES        TO HJR-ENR
             MOVE W-HORODATE    TO HJR-HORODATE
             MOVE W-JRN-ACTION  TO HJR-ACTION
             MOVE C-PROG-NAME   TO HJR-PROG
             MOVE W-JRN-PERIODE TO HJR-DATE
             MOVE W-JRN-NB      TO HJR-NB
             MOVE W-JRN-PAYE    TO HJR-MNT-PAYE
             MOVE W-JRN-RECU    TO HJR-MNT-RECU
             MOVE 0             TO HJR-MNT-NET
             WRITE HJR-ENR
             CLOSE FHISJRN
           END-IF
           .

       END PROGRAM DACSARC1.
