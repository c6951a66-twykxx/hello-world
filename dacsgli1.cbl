      ***************************************************************** *
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. DACSGLI1.
      ******************************************************************
      *  APPLICATION : DACSGLI1                                        *
      ******************************************************************
      *  PROGRAMME : DACSGLI1                                          *
      *                                                                *
      *  Date de creation : 15/10/2026                                 *
      *  Auteur : JGO                                                  *
      *                                                                *
      *  Description : Interface comptable des reglements de la        *
      *                 journee. Etape journaliere de la chaine de     *
      *                 nuit, apres tous les cycles de DACSBAT1 /      *
      *                 DACSPAY1 : chaque position reglee de la date   *
      *                 dans l'historique DACSHIST.DAT (correspondant, *
      *                 devise, cycle, net et sens) donne une ecriture *
      *                 equilibree au journal comptable DACSGLI1.OUT : *
      *                 compte de reglement du correspondant et compte *
      *                 nostro de la devise, debites ou credites selon *
      *                 le sens du net, avec la contre-valeur EUR du   *
      *                 jour (DEVISES.TXE). Les comptes viennent du    *
      *                 referentiel COMPTAGL.ATT (par devise, ou par   *
      *                 devise et correspondant). Le journal porte un  *
      *                 total par devise et une fin de fichier         *
      *                 (nombre d'ecritures, totaux debit et credit    *
      *                 EUR) ; il doit s'equilibrer par devise et en   *
      *                 EUR. Les positions sans comptes ou sans taux   *
      *                 vont en liste de suspens DACSGLI1.SUS. Chaque  *
      *                 journal est enregistre par date dans           *
      *                 DACSGLI1.REG : une date deja comptabilisee     *
      *                 n'est pas reproduite sans la fonction 'F'      *
      *                 (DACSGLI1.PRM), qui marque le journal comme    *
      *                 remplacement. Les positions d'un correspondant *
      *                 bloque au plafond par DACSPAY1 (DACSPAY1.BLQ)  *
      *                 ne sont comptabilisees qu'une fois liberees ;  *
      *                 en attente ou rejetees, elles vont en suspens. *
      *                 Celles bloquees une date anterieure et         *
      *                 liberees a la date comptable sont              *
      *                 comptabilisees dans le journal du jour.        *
      ******************************************************************
      *                                                                *
      ******************************************************************
      *  COMMENTAIRES                                                  *
      ******************************************************************
      *                   M O D I F I C A T I O N S                    *
      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *  15/10/2026 JGO  Positions bloquees au plafond par DACSPAY1    *
      *                  (DACSPAY1.BLQ) : en attente de decision ou    *
      *                  rejetees, elles vont en suspens avec leur     *
      *                  motif au lieu d'etre comptabilisees ; les     *
      *                  liberees sont comptabilisees normalement      *
      *  15/10/2026 JGO  Positions bloquees une date anterieure et     *
      *                  liberees a la date comptable : relues dans    *
      *                  DACSHIST.DAT et comptabilisees dans le        *
      *                  journal du jour                               *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT FPRM    ASSIGN TO "DACSGLI1.PRM"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-PRM-STATUS.

           SELECT FHIST   ASSIGN TO "DACSHIST.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HIS-CLE
                  FILE STATUS   IS W-HIST-STATUS.

           SELECT FBLOQ   ASSIGN TO "DACSPAY1.BLQ"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-BLOQ-STATUS.

           SELECT FCOMPTA ASSIGN TO "COMPTAGL.ATT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-COMPTA-STATUS.

           SELECT FDEVTXE ASSIGN TO "DEVISES.TXE"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-DEVTXE-STATUS.

           SELECT FGLJOUT ASSIGN TO "DACSGLI1.OUT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-GLJOUT-STATUS.

           SELECT FSUSPENS ASSIGN TO "DACSGLI1.SUS"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-SUSPENS-STATUS.

           SELECT FREGIST ASSIGN TO "DACSGLI1.REG"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-REGIST-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      *--- Parametres optionnels du lancement : fonction 'F' =
      *    comptabilisation forcee d'une date deja comptabilisee
      *    (journal marque remplacement), et identifiant de
      *    l'intervenant. Fichier absent ou vide = lancement normal ---
       FD  FPRM.
       01  PRM-REC.
           05 PRM-FCT               PIC X(1).
              88 PRM-FCT-FORCE          VALUE 'F'.
           05 FILLER                PIC X(1).
           05 PRM-USER              PIC X(8).

      *--- Historique des reglements, indexe par date + correspondant
      *    + devise + cycle --------------------------------------------
       FD  FHIST.
           COPY CHISENRV.

      *--- File des instructions bloquees au plafond par DACSPAY1 :
      *    une ligne par correspondant et devise de l'instruction
      *    bloquee, avec la date du blocage, son etat ('E' en attente,
      *    'L' liberee, 'R' rejetee, 'X' caduque) et le cycle ---------
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
           05 FILLER                PIC X(1).
           05 BLQ-DATE-VAL          PIC X(8).
           05 FILLER                PIC X(1).
           05 BLQ-CVEUR             PIC 9(13)V9(2).
           05 FILLER                PIC X(1).
           05 BLQ-PLAFOND           PIC 9(13)V9(2).
           05 FILLER                PIC X(1).
           05 BLQ-MOTIF             PIC X(40).
           05 FILLER                PIC X(1).
           05 BLQ-ETAT              PIC X(1).
              88 BLQ-EN-ATTENTE         VALUE 'E'.
              88 BLQ-LIBEREE            VALUE 'L'.
              88 BLQ-REJETEE            VALUE 'R'.
              88 BLQ-CADUQUE            VALUE 'X'.
           05 FILLER                PIC X(1).
           05 BLQ-DECIDEUR          PIC X(8).
           05 FILLER                PIC X(1).
           05 BLQ-DATE-DEC          PIC X(14).
           05 FILLER                PIC X(1).
           05 BLQ-REMPLACE          PIC X(1).
           05 FILLER                PIC X(1).
           05 BLQ-CYCLE             PIC X(1).

      *--- Referentiel des comptes comptables : par devise (code
      *    correspondant a blanc = tous les correspondants), ou par
      *    devise et correspondant (prioritaire) ; compte de reglement
      *    du correspondant et compte nostro de la devise -------------
       FD  FCOMPTA.
       01  MAP-IN-REC.
           05 MAP-IN-DEV            PIC X(3).
           05 FILLER                PIC X(1).
           05 MAP-IN-CPTY           PIC X(8).
           05 FILLER                PIC X(1).
           05 MAP-IN-CPTE-CPTY      PIC X(12).
           05 FILLER                PIC X(1).
           05 MAP-IN-CPTE-NOSTRO    PIC X(12).

      *--- Taux indicatifs du jour vers l'EUR : contre-valeur EUR
      *    d'une unite de la devise --------------------------------
       FD  FDEVTXE.
       01  TXE-IN-REC.
           05 TXE-IN-DEV            PIC X(3).
           05 FILLER                PIC X(1).
           05 TXE-IN-TAUX           PIC 9(4)V9(6).

      *--- Journal comptable (format fixe, cf. GLJ-OUT-xxx) ----------
       FD  FGLJOUT.
       01  GLJ-OUT-REC              PIC X(132).

      *--- Positions reglees non comptabilisees (comptes non
      *    parametres, taux EUR absent, position illisible, bloquee
      *    au plafond et non liberee), recreee a chaque journal : a
      *    traiter par la comptabilite ---------------------------------
       FD  FSUSPENS.
       01  SUS-REC.
           05 SUS-DATE              PIC X(8).
           05 FILLER                PIC X(1).
           05 SUS-CPTY              PIC X(8).
           05 FILLER                PIC X(1).
           05 SUS-DEV               PIC X(3).
           05 FILLER                PIC X(1).
           05 SUS-CYCLE             PIC X(1).
           05 FILLER                PIC X(1).
           05 SUS-MONTANT           PIC 9(16).
           05 FILLER                PIC X(1).
           05 SUS-SENS              PIC X(1).
           05 FILLER                PIC X(1).
           05 SUS-MOTIF             PIC X(40).

      *--- Registre des journaux : un enregistrement par journal
      *    produit (date comptable, nombre d'ecritures, total debit
      *    EUR, marque de remplacement 'R', intervenant, horodatage) ---
       FD  FREGIST.
       01  REG-REC.
           05 REG-DATE              PIC X(8).
           05 FILLER                PIC X(1).
           05 REG-NB-ECR            PIC 9(6).
           05 FILLER                PIC X(1).
           05 REG-TOTAL-EUR         PIC 9(16)V9(2).
           05 FILLER                PIC X(1).
           05 REG-REMPLACE          PIC X(1).
           05 FILLER                PIC X(1).
           05 REG-USER              PIC X(8).
           05 FILLER                PIC X(1).
           05 REG-HORODATE          PIC X(14).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 WVAR-IDENT-CGESLOGV.
           05 ID-SVN                   PIC X(255) VALUE
           '$ID$'.

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSGLI1'.
       77 C-DACSRUN1                   PIC X(8) VALUE 'DACSRUN1'.
       77 C-MAP-MAX-ENR                PIC 9(4) COMP VALUE 500.
       77 C-TXE-MAX-ENR                PIC 9(4) COMP VALUE 200.
       77 C-TOT-MAX-ENR                PIC 9(4) COMP VALUE 200.
       77 C-BLQ-MAX-ENR                PIC 9(4) COMP VALUE 2000.

      *--- FLAGS -------------------------------------------------------
       01 FL-DISPLAY                   PIC X(2).
          88 FL-DISPLAY-OK                 VALUE '1'.
          88 FL-DISPLAY-KO                 VALUE '0'.

       01 W-PRM-STATUS                 PIC X(2).
       01 W-HIST-STATUS                PIC X(2).
       01 W-COMPTA-STATUS              PIC X(2).
       01 W-DEVTXE-STATUS              PIC X(2).
       01 W-GLJOUT-STATUS              PIC X(2).
       01 W-SUSPENS-STATUS             PIC X(2).
       01 W-REGIST-STATUS              PIC X(2).
       01 W-BLOQ-STATUS                PIC X(2).

       01 W-FL-EOF-HIS                 PIC X(1) VALUE 'N'.
          88 W-EOF-HIS-YES                 VALUE 'Y'.
          88 W-EOF-HIS-NON                 VALUE 'N'.

       01 W-FL-EOF-REG                 PIC X(1) VALUE 'N'.
          88 W-EOF-REG-YES                 VALUE 'Y'.
          88 W-EOF-REG-NON                 VALUE 'N'.

       01 W-FL-EOF-BLQ                 PIC X(1) VALUE 'N'.
          88 W-EOF-BLQ-YES                 VALUE 'Y'.
          88 W-EOF-BLQ-NON                 VALUE 'N'.

      *--- FL-FORCE : fonction 'F' servie dans DACSGLI1.PRM
       01 FL-FORCE                     PIC X(1) VALUE '0'.
          88 FL-FORCE-OUI                  VALUE '1'.
          88 FL-FORCE-NON                  VALUE '0'.

      *--- FL-DEJA-COMPTA : le registre porte deja un journal pour la
      *    date comptable
       01 FL-DEJA-COMPTA               PIC X(1) VALUE '0'.
          88 FL-DEJA-COMPTA-OUI            VALUE '1'.
          88 FL-DEJA-COMPTA-NON            VALUE '0'.

      *--- FL-REGIST : le registre a pu etre consulte ('35' = aucun
      *    journal encore registre, consultable aussi) ; illisible =
      *    le garde-fou anti double comptabilisation est aveugle
       01 FL-REGIST                    PIC X(1) VALUE '1'.
          88 FL-REGIST-OK                  VALUE '1'.
          88 FL-REGIST-KO                  VALUE '0'.

      *--- FL-ARRET : reference ou fichier indisponible, aucun journal
      *    n'est produit ni registre
       01 FL-ARRET                     PIC X(1) VALUE '0'.
          88 FL-ARRET-OUI                  VALUE '1'.
          88 FL-ARRET-NON                  VALUE '0'.

      *--- FL-EQUILIBRE : journal equilibre par devise et en EUR
       01 FL-EQUILIBRE                 PIC X(1) VALUE '1'.
          88 FL-EQUILIBRE-OUI              VALUE '1'.
          88 FL-EQUILIBRE-NON              VALUE '0'.

      *--- FL-ETAPE : lancement accepte par le pilotage de la chaine
      *    de nuit (DACSRUN1) ; W-RC-ETAPE garde le code retour le
      *    temps de l'appel de fin d'etape
       01 FL-ETAPE                     PIC X(1) VALUE '1'.
          88 FL-ETAPE-OK                   VALUE '1'.
          88 FL-ETAPE-KO                   VALUE '0'.
       01 W-RC-ETAPE                   PIC 9(4).

      *--- Date comptable (date du jour de la chaine) et intervenant --
       01 W-DAT-TRT                    PIC X(8).
       01 W-USER                       PIC X(8) VALUE SPACES.
       01 W-HORODATE                   PIC X(14).

      *--- Journal deja registre trouve pour la date (message d'arret)
       01 W-REG-NB-TROUVE              PIC 9(6) VALUE 0.
       01 W-REG-TOTAL-TROUVE           PIC 9(16)V9(2) VALUE 0.

      *--- COMPTEURS / TOTAUX DE CONTROLE ------------------------------
       01 W-CPT-LUES                   PIC 9(6) VALUE 0.
       01 W-CPT-COMPTA                 PIC 9(6) VALUE 0.
       01 W-CPT-NULLES                 PIC 9(6) VALUE 0.
       01 W-CPT-SUSPENS                PIC 9(6) VALUE 0.
       01 W-CPT-BLOQUEES               PIC 9(6) VALUE 0.
       01 W-CPT-LIBEREES               PIC 9(6) VALUE 0.
       01 W-CPT-ECR                    PIC 9(6) VALUE 0.
       01 W-NUM-ECR                    PIC 9(6) VALUE 0.
       01 W-TOT-DEBIT-EUR              PIC 9(16)V9(2) VALUE 0.
       01 W-TOT-DEBIT-EUR-R REDEFINES W-TOT-DEBIT-EUR
                                       PIC 9(18).
       01 W-TOT-CREDIT-EUR             PIC 9(16)V9(2) VALUE 0.

      *--- Position en cours : net (3 decimales implicites), contre-
      *    valeur EUR, comptes retenus et motif de mise en suspens ---
       01 W-MNT-NET-R                  PIC 9(16).
       01 W-MNT-NET REDEFINES W-MNT-NET-R
                                       PIC 9(13)V9(3).
       01 W-MNT-CVEUR                  PIC 9(13)V9(2).
       01 W-CPTE-DEBIT                 PIC X(12).
       01 W-CPTE-CREDIT                PIC X(12).
       01 W-MOTIF                      PIC X(40).
       01 W-LIBELLE                    PIC X(30).

      *--- Table du referentiel des comptes chargee depuis
      *    COMPTAGL.ATT ; recherche : devise + correspondant d'abord,
      *    a defaut devise + correspondant a blanc ---------------------
       01 W-TAB-MAP-CLS.
          02 W-MAP-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-MAP-IND          PIC 9(4) COMP.
          02 W-MAP-IND-TROUVE   PIC 9(4) COMP.
          02 W-MAP-IND-DEFAUT   PIC 9(4) COMP.
          02 W-MAP-DEV-CHERCHE  PIC X(3).
          02 W-MAP-CPTY-CHERCHE PIC X(8).
          02 W-MAP-ENR OCCURS 500.
             03 W-MAP-DEV         PIC X(3).
             03 W-MAP-CPTY        PIC X(8).
             03 W-MAP-CPTE-CPTY   PIC X(12).
             03 W-MAP-CPTE-NOSTRO PIC X(12).

      *--- Table des taux indicatifs vers l'EUR chargee depuis
      *    DEVISES.TXE. Devise absente = position en suspens ----------
       01 W-TAB-TXE-CLS.
          02 W-TXE-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-TXE-IND          PIC 9(4) COMP.
          02 W-TXE-IND-TROUVE   PIC 9(4) COMP.
          02 W-TXE-DEV-CHERCHE  PIC X(3).
          02 W-TXE-ENR OCCURS 200.
             03 W-TXE-DEV       PIC X(3).
             03 W-TXE-TAUX      PIC 9(4)V9(6).

      *--- Totaux du journal par devise : debit et credit en devise
      *    (3 decimales implicites) et en contre-valeur EUR ------------
       01 W-TAB-TOT-CLS.
          02 W-TOT-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-TOT-IND          PIC 9(4) COMP.
          02 W-TOT-IND-TROUVE   PIC 9(4) COMP.
          02 W-TOT-ENR OCCURS 200.
             03 W-TOT-DEV         PIC X(3).
             03 W-TOT-NB-ECR      PIC 9(6).
             03 W-TOT-DEBIT       PIC 9(15)V9(3).
             03 W-TOT-CREDIT      PIC 9(15)V9(3).
             03 W-TOT-DEBIT-EUR-D PIC 9(16)V9(2).
             03 W-TOT-CREDIT-EUR-D PIC 9(16)V9(2).

      *--- Blocages au plafond de la date comptable charges depuis
      *    DACSPAY1.BLQ, un par correspondant + devise + cycle : l'etat
      *    retenu est celui de la derniere ligne non caduque de la
      *    file (une re-emission forcee rend caducs les blocages qu'elle
      *    re-evalue) -------------------------------------------------
       01 W-TAB-BLQ-CLS.
          02 W-BLQ-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-BLQ-IND          PIC 9(4) COMP.
          02 W-BLQ-IND-TROUVE   PIC 9(4) COMP.
          02 W-BLQ-CYCLE-LU     PIC X(1).
          02 W-BLQ-ENR OCCURS 2000.
             03 W-BLQ-CPTY      PIC X(8).
             03 W-BLQ-DEV       PIC X(3).
             03 W-BLQ-CYCLE     PIC X(1).
             03 W-BLQ-ETAT      PIC X(1).
                88 W-BLQ-EN-ATTENTE  VALUE 'E'.
                88 W-BLQ-LIBEREE     VALUE 'L'.
                88 W-BLQ-REJETEE     VALUE 'R'.

      *--- Positions bloquees une date anterieure et liberees a la
      *    date comptable (decision du jour), par date de blocage,
      *    correspondant, devise et cycle : le journal de leur date
      *    les a laissees en suspens, celui du jour les comptabilise.
      *    Derniere ligne non caduque de la file : W-LIB-A-COMPTA si
      *    elle porte une liberation du jour ---------------------------
       01 W-TAB-LIB-CLS.
          02 W-LIB-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-LIB-IND          PIC 9(4) COMP.
          02 W-LIB-IND-TROUVE   PIC 9(4) COMP.
          02 W-LIB-ENR OCCURS 2000.
             03 W-LIB-DATE      PIC X(8).
             03 W-LIB-CPTY      PIC X(8).
             03 W-LIB-DEV       PIC X(3).
             03 W-LIB-CYCLE     PIC X(1).
             03 W-LIB-COMPTA    PIC X(1).
                88 W-LIB-A-COMPTA    VALUE 'O'.
                88 W-LIB-NON-COMPTA  VALUE 'N'.

       01 W-LIGNE-OUT                  PIC X(132).

      *--- JOURNAL COMPTABLE (format fixe) -----------------------------
      *    '1' = entete, '2' = ligne d'ecriture (deux par position :
      *    debit et credit), '8' = total par devise, '9' = fin de
      *    fichier. Montants sans virgule : devise a 3 decimales
      *    implicites, contre-valeur EUR a 2
       01 GLJ-OUT-ENTETE.
          05 GLJ-ENT-TYPE             PIC X(1)  VALUE '1'.
          05 GLJ-ENT-DATE             PIC X(8).
          05 GLJ-ENT-SOURCE           PIC X(8)  VALUE 'DACSGLI1'.
      *--- 'R' = journal de remplacement (comptabilisation forcee) : la
      *    comptabilite annule et remplace le journal deja recu pour
      *    cette date
          05 GLJ-ENT-REMPLACE         PIC X(1)  VALUE SPACE.
          05 GLJ-ENT-HORODATE         PIC X(14).

       01 GLJ-OUT-ECRITURE.
          05 GLJ-ECR-TYPE             PIC X(1)  VALUE '2'.
          05 GLJ-ECR-DATE             PIC X(8).
      *--- Numero de l'ecriture (une par position) et ligne : 1 =
      *    debit, 2 = credit
          05 GLJ-ECR-NUM              PIC 9(6).
          05 GLJ-ECR-LIGNE            PIC 9(1).
          05 GLJ-ECR-COMPTE           PIC X(12).
          05 GLJ-ECR-SENS             PIC X(1).
          05 GLJ-ECR-DEV              PIC X(3).
          05 GLJ-ECR-MONTANT          PIC 9(13)V9(3).
          05 GLJ-ECR-CVEUR            PIC 9(13)V9(2).
          05 GLJ-ECR-CPTY             PIC X(8).
          05 GLJ-ECR-CYCLE            PIC X(1).
          05 GLJ-ECR-LIBELLE          PIC X(30).

       01 GLJ-OUT-TOTAL.
          05 GLJ-TOT-TYPE             PIC X(1)  VALUE '8'.
          05 GLJ-TOT-DEV              PIC X(3).
          05 GLJ-TOT-NB-ECR           PIC 9(6).
          05 GLJ-TOT-DEBIT            PIC 9(15)V9(3).
          05 GLJ-TOT-CREDIT           PIC 9(15)V9(3).
          05 GLJ-TOT-DEBIT-EUR        PIC 9(16)V9(2).
          05 GLJ-TOT-CREDIT-EUR       PIC 9(16)V9(2).

       01 GLJ-OUT-FIN.
          05 GLJ-FIN-TYPE             PIC X(1)  VALUE '9'.
          05 GLJ-FIN-NB-ECR           PIC 9(6).
          05 GLJ-FIN-DEBIT-EUR        PIC 9(16)V9(2).
          05 GLJ-FIN-CREDIT-EUR       PIC 9(16)V9(2).

      *----- Parametres du pilotage de la chaine de nuit (DACSRUN1)
           COPY CRUNCTLV.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           SET FL-DISPLAY-OK TO TRUE
      *    SET FL-DISPLAY-KO TO TRUE

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacsgli1.cbl <<<<<<<<<<'

           PERFORM 1000-INITIALISATION

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacsgli1.cbl <<<<<<<<<<'

           GOBACK
           .

      *-----------------------------------------------------------------
       1000-INITIALISATION SECTION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8)  TO W-DAT-TRT
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-HORODATE

           PERFORM 1020-LIT-PARAMETRES
           PERFORM 1025-CTRL-REGISTRE
           PERFORM 9700-DEBUT-ETAPE

           EVALUATE TRUE
      *--- Lancement refuse par le pilotage (un cycle de la journee
      *    non termine, ou etape deja passee sans relance marquee)
             WHEN FL-ETAPE-KO
               CONTINUE

      *--- Registre illisible : impossible de savoir si la date a deja
      *    ete comptabilisee, le garde-fou prime sur le journal
             WHEN FL-REGIST-KO
               DISPLAY 'DACSGLI1 : REGISTRE DES JOURNAUX ILLISIBLE - '
                       'ARRET SANS JOURNAL (DOUBLE COMPTABILISATION '
                       'NON VERIFIABLE)'
               MOVE 8 TO RETURN-CODE

      *--- Date deja comptabilisee et pas de comptabilisation forcee :
      *    aucun second journal n'est produit
             WHEN FL-DEJA-COMPTA-OUI AND FL-FORCE-NON
               DISPLAY 'DACSGLI1 : JOURNAL DEJA PRODUIT POUR LA DATE '
                       W-DAT-TRT ' (' W-REG-NB-TROUVE ' ECRITURE(S), '
                       'DEBIT EUR ' W-REG-TOTAL-TROUVE ') - ARRET '
                       'SANS JOURNAL'
               DISPLAY 'DACSGLI1 : POUR LE REPRODUIRE VOLONTAIREMENT, '
                       'SERVIR LA FONCTION F DANS DACSGLI1.PRM'
               MOVE 8 TO RETURN-CODE

             WHEN OTHER
               DISPLAY 'DACSGLI1 : JOURNAL COMPTABLE DE LA DATE '
                       W-DAT-TRT
               EVALUATE TRUE
                 WHEN FL-DEJA-COMPTA-OUI
                   DISPLAY 'DACSGLI1 : COMPTABILISATION FORCEE POUR '
                           'LA DATE ' W-DAT-TRT ' - JOURNAL MARQUE '
                           'REMPLACEMENT'
                 WHEN FL-FORCE-OUI
                   DISPLAY 'ATTENTION DACSGLI1 : FONCTION F SERVIE '
                           'SANS JOURNAL A REMPLACER POUR LA DATE '
                           W-DAT-TRT ' - JOURNAL NORMAL NON MARQUE '
                           'REMPLACEMENT'
               END-EVALUATE
               PERFORM 1030-CHARGE-COMPTES
               PERFORM 1040-CHARGE-TAUX
               PERFORM 1070-CHARGE-BLOCAGES
               IF FL-ARRET-NON
                 PERFORM 1050-OUVRE-FICHIERS
               END-IF
               IF FL-ARRET-NON
                 PERFORM 2000-EDITE-ENTETE
                 PERFORM 3000-TRAITE-POSITION UNTIL W-EOF-HIS-YES
                 PERFORM 3300-TRAITE-LIBERATIONS
                 PERFORM 4000-EDITE-TOTAUX
                 PERFORM 1900-FERME-FICHIERS
                 PERFORM 4500-CTRL-EQUILIBRE
                 IF FL-EQUILIBRE-OUI
                   PERFORM 8000-ECRIT-REGISTRE
                 END-IF
               END-IF
               PERFORM 1950-BILAN
           END-EVALUATE

           IF FL-ETAPE-OK
             PERFORM 9750-FIN-ETAPE
           END-IF
           .

      *-----------------------------------------------------------------
       1020-LIT-PARAMETRES SECTION.
      *-----------------------------------------------------------------
      * Lit la fonction optionnelle du lancement dans DACSGLI1.PRM :
      * 'F' = comptabilisation forcee d'une date deja comptabilisee,
      * et l'intervenant. Fichier absent ou vide = lancement normal.
           OPEN INPUT FPRM
           IF W-PRM-STATUS = '00'
             READ FPRM
               NOT AT END
                 IF PRM-FCT-FORCE
                   SET FL-FORCE-OUI TO TRUE
                 END-IF
                 MOVE PRM-USER TO W-USER
             END-READ
             CLOSE FPRM
           END-IF
           .

      *-----------------------------------------------------------------
       1025-CTRL-REGISTRE SECTION.
      *-----------------------------------------------------------------
      * Parcourt le registre des journaux : une entree portant la date
      * comptable signifie qu'un journal a deja ete produit pour la
      * date. Registre absent ('35') = aucun journal encore registre ;
      * tout autre incident rend le garde-fou aveugle, le run
      * s'arretera sans journal.
           OPEN INPUT FREGIST
           EVALUATE W-REGIST-STATUS
             WHEN '00'
               PERFORM 1027-LIT-REGISTRE UNTIL W-EOF-REG-YES
               CLOSE FREGIST
             WHEN '35'
               SET W-EOF-REG-YES TO TRUE
             WHEN OTHER
               SET W-EOF-REG-YES TO TRUE
               SET FL-REGIST-KO  TO TRUE
               DISPLAY 'ERREUR OUVERTURE FREGIST - STATUT = '
                       W-REGIST-STATUS
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1027-LIT-REGISTRE SECTION.
      *-----------------------------------------------------------------
           READ FREGIST
             AT END
               SET W-EOF-REG-YES TO TRUE
             NOT AT END
               IF REG-DATE = W-DAT-TRT
                 SET FL-DEJA-COMPTA-OUI TO TRUE
                 IF REG-NB-ECR IS NUMERIC
                   MOVE REG-NB-ECR    TO W-REG-NB-TROUVE
                 END-IF
                 IF REG-TOTAL-EUR IS NUMERIC
                   MOVE REG-TOTAL-EUR TO W-REG-TOTAL-TROUVE
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1030-CHARGE-COMPTES SECTION.
      *-----------------------------------------------------------------
      * Charge le referentiel des comptes COMPTAGL.ATT. Referentiel
      * absent ou vide : toutes les positions iraient en suspens et la
      * date serait registree sans ecriture, le run s'arrete sans
      * journal.
           OPEN INPUT FCOMPTA
           IF W-COMPTA-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FCOMPTA - STATUT = '
                     W-COMPTA-STATUS
             SET FL-ARRET-OUI TO TRUE
           ELSE
             PERFORM 1035-LIT-COMPTE
                     UNTIL W-COMPTA-STATUS NOT = '00'
                        OR W-MAP-NBENR >= C-MAP-MAX-ENR
             CLOSE FCOMPTA
             DISPLAY 'COMPTES CHARGES : ' W-MAP-NBENR ' ENTREE(S)'
             IF W-MAP-NBENR = 0
               DISPLAY 'ATTENTION 1030-CHARGE-COMPTES : COMPTAGL.ATT '
                       'VIDE - ARRET SANS JOURNAL'
               SET FL-ARRET-OUI TO TRUE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1035-LIT-COMPTE SECTION.
      *-----------------------------------------------------------------
           READ FCOMPTA
             NOT AT END
               IF MAP-IN-DEV = SPACES
                  OR MAP-IN-CPTE-CPTY = SPACES
                  OR MAP-IN-CPTE-NOSTRO = SPACES
                 DISPLAY 'ATTENTION 1035-LIT-COMPTE : ENTREE '
                         'INCOMPLETE IGNOREE : ' MAP-IN-DEV ' '
                         MAP-IN-CPTY
               ELSE
                 MOVE MAP-IN-DEV  TO W-MAP-DEV-CHERCHE
                 MOVE MAP-IN-CPTY TO W-MAP-CPTY-CHERCHE
                 PERFORM 3100-CHERCHE-COMPTES
      *--- Une seule entree par devise (et correspondant) : la
      *    premiere lue fait foi
                 IF W-MAP-IND-TROUVE NOT = 0
                    OR (MAP-IN-CPTY = SPACES
                        AND W-MAP-IND-DEFAUT NOT = 0)
                   DISPLAY 'ATTENTION 1035-LIT-COMPTE : ENTREE EN '
                           'DOUBLE IGNOREE : ' MAP-IN-DEV ' '
                           MAP-IN-CPTY
                 ELSE
                   ADD 1 TO W-MAP-NBENR
                   MOVE MAP-IN-DEV   TO W-MAP-DEV(W-MAP-NBENR)
                   MOVE MAP-IN-CPTY  TO W-MAP-CPTY(W-MAP-NBENR)
                   MOVE MAP-IN-CPTE-CPTY
                                     TO W-MAP-CPTE-CPTY(W-MAP-NBENR)
                   MOVE MAP-IN-CPTE-NOSTRO
                                     TO W-MAP-CPTE-NOSTRO(W-MAP-NBENR)
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1040-CHARGE-TAUX SECTION.
      *-----------------------------------------------------------------
      * Charge les taux indicatifs vers l'EUR depuis DEVISES.TXE. Sans
      * taux, aucune contre-valeur : le journal ne pourrait pas etre
      * equilibre en EUR, le run s'arrete sans journal.
           OPEN INPUT FDEVTXE
           IF W-DEVTXE-STATUS NOT = '00'
             DISPLAY 'ATTENTION 1040-CHARGE-TAUX : DEVISES.TXE '
                     'INDISPONIBLE (STATUT ' W-DEVTXE-STATUS ') - '
                     'ARRET SANS JOURNAL'
             SET FL-ARRET-OUI TO TRUE
           ELSE
             PERFORM 1045-LIT-TAUX
                     UNTIL W-DEVTXE-STATUS NOT = '00'
                        OR W-TXE-NBENR >= C-TXE-MAX-ENR
             CLOSE FDEVTXE
             DISPLAY 'TAUX EUR CHARGES : ' W-TXE-NBENR ' ENTREE(S)'
           END-IF
           .

      *-----------------------------------------------------------------
       1045-LIT-TAUX SECTION.
      *-----------------------------------------------------------------
           READ FDEVTXE
             NOT AT END
               IF TXE-IN-TAUX IS NOT NUMERIC OR TXE-IN-DEV = SPACES
                 DISPLAY 'ATTENTION 1045-LIT-TAUX : TAUX INVALIDE '
                         'IGNORE : ' TXE-IN-DEV
               ELSE
                 ADD 1 TO W-TXE-NBENR
                 MOVE TXE-IN-DEV  TO W-TXE-DEV(W-TXE-NBENR)
                 MOVE TXE-IN-TAUX TO W-TXE-TAUX(W-TXE-NBENR)
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1050-OUVRE-FICHIERS SECTION.
      *-----------------------------------------------------------------
           OPEN INPUT FHIST
           IF W-HIST-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FHIST - STATUT = '
                     W-HIST-STATUS ' - HISTORIQUE INDISPONIBLE'
             SET FL-ARRET-OUI TO TRUE
           ELSE
             OPEN OUTPUT FGLJOUT
             IF W-GLJOUT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FGLJOUT - STATUT = '
                       W-GLJOUT-STATUS
               SET FL-ARRET-OUI TO TRUE
               CLOSE FHIST
             ELSE
               OPEN OUTPUT FSUSPENS
               IF W-SUSPENS-STATUS NOT = '00'
                 DISPLAY 'ERREUR OUVERTURE FSUSPENS - STATUT = '
                         W-SUSPENS-STATUS
                 SET FL-ARRET-OUI TO TRUE
                 CLOSE FHIST
                 CLOSE FGLJOUT
               END-IF
             END-IF
           END-IF

      *--- Positionnement sur la premiere ligne de la date comptable,
      *    tous cycles confondus
           IF FL-ARRET-NON
             MOVE LOW-VALUES TO HIS-CLE
             MOVE W-DAT-TRT  TO HIS-DATE
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
      * comptable s'arrete a la premiere ligne d'une autre date.
           READ FHIST NEXT
             AT END
               SET W-EOF-HIS-YES TO TRUE
             NOT AT END
               IF HIS-DATE NOT = W-DAT-TRT
                 SET W-EOF-HIS-YES TO TRUE
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1070-CHARGE-BLOCAGES SECTION.
      *-----------------------------------------------------------------
      * Charge les blocages au plafond poses par DACSPAY1 a la date
      * comptable. File absente ('35') = aucun blocage ; file
      * illisible ou trop grande : les positions retenues ne
      * pourraient pas etre ecartees, le run s'arrete sans journal.
           OPEN INPUT FBLOQ
           EVALUATE W-BLOQ-STATUS
             WHEN '00'
               PERFORM 1075-LIT-BLOCAGE UNTIL W-EOF-BLQ-YES
               CLOSE FBLOQ
               DISPLAY 'BLOCAGES AU PLAFOND DE LA DATE : ' W-BLQ-NBENR
                       ' POSITION(S)'
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY 'ERREUR OUVERTURE FBLOQ - STATUT = '
                       W-BLOQ-STATUS ' - BLOCAGES AU PLAFOND NON '
                       'VERIFIABLES'
               SET FL-ARRET-OUI TO TRUE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1075-LIT-BLOCAGE SECTION.
      *-----------------------------------------------------------------
      * Une ligne de la file : seules comptent celles de la date
      * comptable, et celles des dates anterieures pour leurs
      * liberations du jour. Cycle a blanc = cycle 1, comme dans
      * l'historique.
           READ FBLOQ
             AT END
               SET W-EOF-BLQ-YES TO TRUE
             NOT AT END
               IF BLQ-DATE-BLOC = W-DAT-TRT AND NOT BLQ-CADUQUE
                 IF BLQ-CYCLE = SPACE
                   MOVE '1'       TO W-BLQ-CYCLE-LU
                 ELSE
                   MOVE BLQ-CYCLE TO W-BLQ-CYCLE-LU
                 END-IF
                 MOVE 0 TO W-BLQ-IND-TROUVE
                 PERFORM VARYING W-BLQ-IND FROM 1 BY 1
                         UNTIL W-BLQ-IND > W-BLQ-NBENR
                   IF W-BLQ-CPTY(W-BLQ-IND) = BLQ-CPTY
                      AND W-BLQ-DEV(W-BLQ-IND) = BLQ-DEV
                      AND W-BLQ-CYCLE(W-BLQ-IND) = W-BLQ-CYCLE-LU
                     MOVE W-BLQ-IND TO W-BLQ-IND-TROUVE
                   END-IF
                 END-PERFORM
                 IF W-BLQ-IND-TROUVE = 0
                   IF W-BLQ-NBENR >= C-BLQ-MAX-ENR
                     DISPLAY 'ATTENTION 1075-LIT-BLOCAGE : CAPACITE '
                             C-BLQ-MAX-ENR ' BLOCAGES ATTEINTE - '
                             'ARRET SANS JOURNAL'
                     SET FL-ARRET-OUI  TO TRUE
                     SET W-EOF-BLQ-YES TO TRUE
                   ELSE
                     ADD 1 TO W-BLQ-NBENR
                     MOVE W-BLQ-NBENR    TO W-BLQ-IND-TROUVE
                     MOVE BLQ-CPTY       TO W-BLQ-CPTY(W-BLQ-NBENR)
                     MOVE BLQ-DEV        TO W-BLQ-DEV(W-BLQ-NBENR)
                     MOVE W-BLQ-CYCLE-LU TO W-BLQ-CYCLE(W-BLQ-NBENR)
                   END-IF
                 END-IF
                 IF W-BLQ-IND-TROUVE NOT = 0
                   MOVE BLQ-ETAT TO W-BLQ-ETAT(W-BLQ-IND-TROUVE)
                 END-IF
               END-IF
               IF BLQ-DATE-BLOC < W-DAT-TRT AND NOT BLQ-CADUQUE
                 PERFORM 1078-RETIENT-LIBERATION
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1078-RETIENT-LIBERATION SECTION.
      *-----------------------------------------------------------------
      * Ligne d'une date de blocage anterieure : une liberation du
      * jour fait entrer la position dans la table ; une ligne
      * suivante de la meme position met a jour son etat.
           IF BLQ-CYCLE = SPACE
             MOVE '1'       TO W-BLQ-CYCLE-LU
           ELSE
             MOVE BLQ-CYCLE TO W-BLQ-CYCLE-LU
           END-IF
           MOVE 0 TO W-LIB-IND-TROUVE
           PERFORM VARYING W-LIB-IND FROM 1 BY 1
                   UNTIL W-LIB-IND > W-LIB-NBENR
             IF W-LIB-DATE(W-LIB-IND) = BLQ-DATE-BLOC
                AND W-LIB-CPTY(W-LIB-IND) = BLQ-CPTY
                AND W-LIB-DEV(W-LIB-IND) = BLQ-DEV
                AND W-LIB-CYCLE(W-LIB-IND) = W-BLQ-CYCLE-LU
               MOVE W-LIB-IND TO W-LIB-IND-TROUVE
             END-IF
           END-PERFORM

           IF W-LIB-IND-TROUVE = 0
              AND BLQ-LIBEREE AND BLQ-DATE-DEC(1:8) = W-DAT-TRT
             IF W-LIB-NBENR >= C-BLQ-MAX-ENR
               DISPLAY 'ATTENTION 1078-RETIENT-LIBERATION : CAPACITE '
                       C-BLQ-MAX-ENR ' LIBERATIONS ATTEINTE - '
                       'ARRET SANS JOURNAL'
               SET FL-ARRET-OUI  TO TRUE
               SET W-EOF-BLQ-YES TO TRUE
             ELSE
               ADD 1 TO W-LIB-NBENR
               MOVE W-LIB-NBENR    TO W-LIB-IND-TROUVE
               MOVE BLQ-DATE-BLOC  TO W-LIB-DATE(W-LIB-NBENR)
               MOVE BLQ-CPTY       TO W-LIB-CPTY(W-LIB-NBENR)
               MOVE BLQ-DEV        TO W-LIB-DEV(W-LIB-NBENR)
               MOVE W-BLQ-CYCLE-LU TO W-LIB-CYCLE(W-LIB-NBENR)
             END-IF
           END-IF

           IF W-LIB-IND-TROUVE NOT = 0
             IF BLQ-LIBEREE AND BLQ-DATE-DEC(1:8) = W-DAT-TRT
               SET W-LIB-A-COMPTA(W-LIB-IND-TROUVE)   TO TRUE
             ELSE
               SET W-LIB-NON-COMPTA(W-LIB-IND-TROUVE) TO TRUE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1900-FERME-FICHIERS SECTION.
      *-----------------------------------------------------------------
           CLOSE FHIST
           CLOSE FGLJOUT
           CLOSE FSUSPENS
           .

      *-----------------------------------------------------------------
       1950-BILAN SECTION.
      *-----------------------------------------------------------------
      * Bilan du run et code retour : 8 = pas de journal (reference ou
      * fichier indisponible, journal desequilibre), 4 = journal
      * produit avec des positions en suspens.
           DISPLAY 'DACSGLI1 - POSITIONS LUES : ' W-CPT-LUES
                   ' - COMPTABILISEES : ' W-CPT-COMPTA
                   ' - NET NUL : ' W-CPT-NULLES
                   ' - EN SUSPENS : ' W-CPT-SUSPENS
                   ' DONT BLOQUEES AU PLAFOND : ' W-CPT-BLOQUEES
           DISPLAY 'DACSGLI1 - POSITIONS DE DATES ANTERIEURES '
                   'LIBEREES CE JOUR : ' W-CPT-LIBEREES
           DISPLAY 'DACSGLI1 - LIGNES D ECRITURE : ' W-CPT-ECR
                   ' - DEBIT EUR : ' W-TOT-DEBIT-EUR
                   ' - CREDIT EUR : ' W-TOT-CREDIT-EUR

           EVALUATE TRUE
             WHEN FL-ARRET-OUI
               DISPLAY 'DACSGLI1 : ARRET SANS JOURNAL'
               MOVE 8 TO RETURN-CODE
             WHEN FL-EQUILIBRE-NON
               DISPLAY 'DACSGLI1 : JOURNAL DESEQUILIBRE - NON '
                       'REGISTRE, NE PAS TRANSMETTRE'
               MOVE 8 TO RETURN-CODE
             WHEN W-CPT-SUSPENS > 0
               DISPLAY 'ATTENTION DACSGLI1 : ' W-CPT-SUSPENS
                       ' POSITION(S) EN SUSPENS (DACSGLI1.SUS) - A '
                       'COMPTABILISER APRES CORRECTION'
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       2000-EDITE-ENTETE SECTION.
      *-----------------------------------------------------------------
      * La marque remplacement suppose un journal a remplacer : une
      * fonction F sans journal registre pour la date n'en pose pas.
           MOVE W-DAT-TRT  TO GLJ-ENT-DATE
           MOVE W-HORODATE TO GLJ-ENT-HORODATE
           IF FL-FORCE-OUI AND FL-DEJA-COMPTA-OUI
             MOVE 'R'   TO GLJ-ENT-REMPLACE
           ELSE
             MOVE SPACE TO GLJ-ENT-REMPLACE
           END-IF
           MOVE GLJ-OUT-ENTETE TO W-LIGNE-OUT
           PERFORM 6090-ECRIT-LIGNE
           .

      *-----------------------------------------------------------------
       3000-TRAITE-POSITION SECTION.
      *-----------------------------------------------------------------
      * Position reglee courante de l'historique : un net nul ne donne
      * pas d'ecriture ; bloquee au plafond et non liberee, sans
      * comptes au referentiel, sans taux EUR ou illisible, elle va
      * en suspens ; sinon une ecriture debit / credit est passee.
           ADD 1 TO W-CPT-LUES
           MOVE SPACES TO W-MOTIF
           PERFORM 3050-CHERCHE-BLOCAGE

           EVALUATE TRUE
             WHEN HIS-MNT-NET IS NOT NUMERIC
                  OR (HIS-SENS NOT = 'D' AND NOT HIS-SENS-RECU)
               MOVE 'POSITION ILLISIBLE (MONTANT OU SENS)'
                                         TO W-MOTIF
             WHEN HIS-MNT-NET = 0
               ADD 1 TO W-CPT-NULLES
             WHEN W-BLQ-IND-TROUVE = 0
               PERFORM 3080-COMPTABILISE
             WHEN W-BLQ-LIBEREE(W-BLQ-IND-TROUVE)
               PERFORM 3080-COMPTABILISE
             WHEN W-BLQ-REJETEE(W-BLQ-IND-TROUVE)
               ADD 1 TO W-CPT-BLOQUEES
               MOVE 'BLOQUEE AU PLAFOND (DACSPAY1) - REJETEE'
                                         TO W-MOTIF
             WHEN OTHER
               ADD 1 TO W-CPT-BLOQUEES
               MOVE 'BLOQUEE AU PLAFOND (DACSPAY1) - ATTENTE'
                                         TO W-MOTIF
           END-EVALUATE

           IF W-MOTIF NOT = SPACES
             PERFORM 3900-ECRIT-SUSPENS
           END-IF

           PERFORM 1060-LIT-HIST
           .

      *-----------------------------------------------------------------
       3050-CHERCHE-BLOCAGE SECTION.
      *-----------------------------------------------------------------
      * Blocage au plafond de la position courante (correspondant +
      * devise + cycle) ; W-BLQ-IND-TROUVE = 0 si elle n'a pas ete
      * bloquee.
           MOVE 0 TO W-BLQ-IND-TROUVE
           PERFORM VARYING W-BLQ-IND FROM 1 BY 1
                   UNTIL W-BLQ-IND > W-BLQ-NBENR
             IF W-BLQ-CPTY(W-BLQ-IND) = HIS-CPTY
                AND W-BLQ-DEV(W-BLQ-IND) = HIS-DEV
                AND W-BLQ-CYCLE(W-BLQ-IND) = HIS-CYCLE
               MOVE W-BLQ-IND TO W-BLQ-IND-TROUVE
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       3080-COMPTABILISE SECTION.
      *-----------------------------------------------------------------
      * Position a comptabiliser : comptes et taux EUR requis, a
      * defaut motif de mise en suspens.
           MOVE HIS-MNT-NET TO W-MNT-NET-R
           MOVE HIS-DEV     TO W-MAP-DEV-CHERCHE
           MOVE HIS-CPTY    TO W-MAP-CPTY-CHERCHE
           PERFORM 3100-CHERCHE-COMPTES
           IF W-MAP-IND-TROUVE = 0
             MOVE W-MAP-IND-DEFAUT TO W-MAP-IND-TROUVE
           END-IF
           MOVE HIS-DEV TO W-TXE-DEV-CHERCHE
           PERFORM 3200-CHERCHE-TAUX
           EVALUATE TRUE
             WHEN W-MAP-IND-TROUVE = 0
               MOVE 'COMPTES NON PARAMETRES (COMPTAGL.ATT)'
                                     TO W-MOTIF
             WHEN W-TXE-IND-TROUVE = 0
               MOVE 'TAUX EUR ABSENT (DEVISES.TXE)'
                                     TO W-MOTIF
             WHEN OTHER
               PERFORM 3500-PASSE-ECRITURE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       3100-CHERCHE-COMPTES SECTION.
      *-----------------------------------------------------------------
      * Recherche au referentiel de la devise W-MAP-DEV-CHERCHE :
      * W-MAP-IND-TROUVE = entree propre au correspondant
      * W-MAP-CPTY-CHERCHE, W-MAP-IND-DEFAUT = entree de la devise
      * pour tous les correspondants (0 si absente).
           MOVE 0 TO W-MAP-IND-TROUVE
           MOVE 0 TO W-MAP-IND-DEFAUT
           PERFORM VARYING W-MAP-IND FROM 1 BY 1
                   UNTIL W-MAP-IND > W-MAP-NBENR
             IF W-MAP-DEV(W-MAP-IND) = W-MAP-DEV-CHERCHE
               IF W-MAP-CPTY(W-MAP-IND) = SPACES
                 MOVE W-MAP-IND TO W-MAP-IND-DEFAUT
               ELSE
                 IF W-MAP-CPTY(W-MAP-IND) = W-MAP-CPTY-CHERCHE
                   MOVE W-MAP-IND TO W-MAP-IND-TROUVE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       3200-CHERCHE-TAUX SECTION.
      *-----------------------------------------------------------------
      * Recherche le taux EUR de la devise W-TXE-DEV-CHERCHE ;
      * W-TXE-IND-TROUVE = 0 si la devise est absente.
           MOVE 0 TO W-TXE-IND-TROUVE
           PERFORM VARYING W-TXE-IND FROM 1 BY 1
                   UNTIL W-TXE-IND > W-TXE-NBENR
             IF W-TXE-DEV(W-TXE-IND) = W-TXE-DEV-CHERCHE
               MOVE W-TXE-IND TO W-TXE-IND-TROUVE
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       3300-TRAITE-LIBERATIONS SECTION.
      *-----------------------------------------------------------------
      * Positions bloquees une date anterieure et liberees ce jour :
      * relues dans l'historique a leur cle et comptabilisees dans le
      * journal du jour, dans ses totaux.
           PERFORM VARYING W-LIB-IND FROM 1 BY 1
                   UNTIL W-LIB-IND > W-LIB-NBENR
             IF W-LIB-A-COMPTA(W-LIB-IND)
               PERFORM 3350-TRAITE-LIBERATION
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       3350-TRAITE-LIBERATION SECTION.
      *-----------------------------------------------------------------
      * Lecture de la position W-LIB-IND a sa cle : absente de
      * l'historique, elle va en suspens pour etre recherchee ; sinon
      * elle est traitee comme une position du jour non bloquee.
           ADD 1 TO W-CPT-LUES
           ADD 1 TO W-CPT-LIBEREES
           MOVE SPACES TO W-MOTIF
           MOVE W-LIB-DATE(W-LIB-IND)  TO HIS-DATE
           MOVE W-LIB-CPTY(W-LIB-IND)  TO HIS-CPTY
           MOVE W-LIB-DEV(W-LIB-IND)   TO HIS-DEV
           MOVE W-LIB-CYCLE(W-LIB-IND) TO HIS-CYCLE
           START FHIST KEY IS EQUAL TO HIS-CLE
           IF W-HIST-STATUS = '00'
             READ FHIST NEXT
           END-IF

           EVALUATE TRUE
             WHEN W-HIST-STATUS NOT = '00'
               MOVE SPACES                 TO HIS-ENR
               MOVE W-LIB-DATE(W-LIB-IND)  TO HIS-DATE
               MOVE W-LIB-CPTY(W-LIB-IND)  TO HIS-CPTY
               MOVE W-LIB-DEV(W-LIB-IND)   TO HIS-DEV
               MOVE W-LIB-CYCLE(W-LIB-IND) TO HIS-CYCLE
               MOVE 'LIBEREE - ABSENTE DE DACSHIST.DAT'
                                         TO W-MOTIF
             WHEN HIS-MNT-NET IS NOT NUMERIC
                  OR (HIS-SENS NOT = 'D' AND NOT HIS-SENS-RECU)
               MOVE 'POSITION ILLISIBLE (MONTANT OU SENS)'
                                         TO W-MOTIF
             WHEN HIS-MNT-NET = 0
               ADD 1 TO W-CPT-NULLES
             WHEN OTHER
               PERFORM 3080-COMPTABILISE
           END-EVALUATE

           IF W-MOTIF NOT = SPACES
             PERFORM 3900-ECRIT-SUSPENS
           END-IF
           .

      *-----------------------------------------------------------------
       3500-PASSE-ECRITURE SECTION.
      *-----------------------------------------------------------------
      * Ecriture de la position : net a payer ('D') = debit du compte
      * de reglement du correspondant, credit du nostro de la devise ;
      * net a recevoir ('C') = debit du nostro, credit du compte du
      * correspondant. Les deux lignes portent le meme montant et la
      * meme contre-valeur EUR : l'ecriture s'equilibre en devise et
      * en EUR.
           IF HIS-SENS-RECU
             MOVE W-MAP-CPTE-NOSTRO(W-MAP-IND-TROUVE) TO W-CPTE-DEBIT
             MOVE W-MAP-CPTE-CPTY(W-MAP-IND-TROUVE)   TO W-CPTE-CREDIT
           ELSE
             MOVE W-MAP-CPTE-CPTY(W-MAP-IND-TROUVE)   TO W-CPTE-DEBIT
             MOVE W-MAP-CPTE-NOSTRO(W-MAP-IND-TROUVE) TO W-CPTE-CREDIT
           END-IF

           COMPUTE W-MNT-CVEUR ROUNDED =
                   W-MNT-NET * W-TXE-TAUX(W-TXE-IND-TROUVE)

           MOVE SPACES TO W-LIBELLE
           STRING 'REGLEMENT '  DELIMITED BY SIZE
                  HIS-CPTY      DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  HIS-DEV       DELIMITED BY SIZE
                  ' CYCLE '     DELIMITED BY SIZE
                  HIS-CYCLE     DELIMITED BY SIZE
                  INTO W-LIBELLE

           ADD 1 TO W-NUM-ECR
           ADD 1 TO W-CPT-COMPTA

           MOVE SPACES          TO GLJ-OUT-ECRITURE
           MOVE '2'             TO GLJ-ECR-TYPE
           MOVE W-DAT-TRT       TO GLJ-ECR-DATE
           MOVE W-NUM-ECR       TO GLJ-ECR-NUM
           MOVE HIS-DEV         TO GLJ-ECR-DEV
           MOVE W-MNT-NET       TO GLJ-ECR-MONTANT
           MOVE W-MNT-CVEUR     TO GLJ-ECR-CVEUR
           MOVE HIS-CPTY        TO GLJ-ECR-CPTY
           MOVE HIS-CYCLE       TO GLJ-ECR-CYCLE
           MOVE W-LIBELLE       TO GLJ-ECR-LIBELLE

           MOVE 1               TO GLJ-ECR-LIGNE
           MOVE W-CPTE-DEBIT    TO GLJ-ECR-COMPTE
           MOVE 'D'             TO GLJ-ECR-SENS
           MOVE GLJ-OUT-ECRITURE TO W-LIGNE-OUT
           PERFORM 6090-ECRIT-LIGNE

           MOVE 2               TO GLJ-ECR-LIGNE
           MOVE W-CPTE-CREDIT   TO GLJ-ECR-COMPTE
           MOVE 'C'             TO GLJ-ECR-SENS
           MOVE GLJ-OUT-ECRITURE TO W-LIGNE-OUT
           PERFORM 6090-ECRIT-LIGNE

           ADD 2 TO W-CPT-ECR
           ADD W-MNT-CVEUR TO W-TOT-DEBIT-EUR
           ADD W-MNT-CVEUR TO W-TOT-CREDIT-EUR
           PERFORM 3600-CUMULE-DEVISE
           .

      *-----------------------------------------------------------------
       3600-CUMULE-DEVISE SECTION.
      *-----------------------------------------------------------------
      * Cumule l'ecriture dans les totaux de sa devise, en devise et
      * en EUR, cote debit et cote credit.
           MOVE 0 TO W-TOT-IND-TROUVE
           PERFORM VARYING W-TOT-IND FROM 1 BY 1
                   UNTIL W-TOT-IND > W-TOT-NBENR
             IF W-TOT-DEV(W-TOT-IND) = HIS-DEV
               MOVE W-TOT-IND TO W-TOT-IND-TROUVE
             END-IF
           END-PERFORM

           IF W-TOT-IND-TROUVE = 0
             IF W-TOT-NBENR >= C-TOT-MAX-ENR
      *--- Table saturee : le journal ne peut plus etre controle par
      *    devise, il ne sera pas registre
               DISPLAY 'ATTENTION 3600-CUMULE-DEVISE : CAPACITE '
                       C-TOT-MAX-ENR ' DEVISES ATTEINTE - TOTAL NON '
                       'TENU POUR ' HIS-DEV
               SET FL-EQUILIBRE-NON TO TRUE
             ELSE
               ADD 1 TO W-TOT-NBENR
               MOVE W-TOT-NBENR TO W-TOT-IND-TROUVE
               MOVE HIS-DEV TO W-TOT-DEV(W-TOT-IND-TROUVE)
               MOVE 0       TO W-TOT-NB-ECR(W-TOT-IND-TROUVE)
               MOVE 0       TO W-TOT-DEBIT(W-TOT-IND-TROUVE)
               MOVE 0       TO W-TOT-CREDIT(W-TOT-IND-TROUVE)
               MOVE 0       TO W-TOT-DEBIT-EUR-D(W-TOT-IND-TROUVE)
               MOVE 0       TO W-TOT-CREDIT-EUR-D(W-TOT-IND-TROUVE)
             END-IF
           END-IF

           IF W-TOT-IND-TROUVE NOT = 0
             ADD 2           TO W-TOT-NB-ECR(W-TOT-IND-TROUVE)
             ADD W-MNT-NET   TO W-TOT-DEBIT(W-TOT-IND-TROUVE)
             ADD W-MNT-NET   TO W-TOT-CREDIT(W-TOT-IND-TROUVE)
             ADD W-MNT-CVEUR TO W-TOT-DEBIT-EUR-D(W-TOT-IND-TROUVE)
             ADD W-MNT-CVEUR TO W-TOT-CREDIT-EUR-D(W-TOT-IND-TROUVE)
           END-IF
           .

      *-----------------------------------------------------------------
       3900-ECRIT-SUSPENS SECTION.
      *-----------------------------------------------------------------
      * Position non comptabilisee : elle n'est pas perdue, la liste
      * de suspens la porte avec son motif.
           ADD 1 TO W-CPT-SUSPENS

           MOVE SPACES      TO SUS-REC
           MOVE HIS-DATE    TO SUS-DATE
           MOVE HIS-CPTY    TO SUS-CPTY
           MOVE HIS-DEV     TO SUS-DEV
           MOVE HIS-CYCLE   TO SUS-CYCLE
           IF HIS-MNT-NET IS NUMERIC
             MOVE HIS-MNT-NET TO SUS-MONTANT
           ELSE
             MOVE 0           TO SUS-MONTANT
           END-IF
           MOVE HIS-SENS    TO SUS-SENS
           MOVE W-MOTIF     TO SUS-MOTIF

           WRITE SUS-REC
           IF W-SUSPENS-STATUS NOT = '00'
             DISPLAY 'ERREUR ECRITURE FSUSPENS - STATUT = '
                     W-SUSPENS-STATUS ' - ' HIS-CPTY ' ' HIS-DEV
           END-IF
           .

      *-----------------------------------------------------------------
       4000-EDITE-TOTAUX SECTION.
      *-----------------------------------------------------------------
      * Un total par devise du journal, puis la fin de fichier :
      * nombre de lignes d'ecriture et totaux debit et credit EUR.
           PERFORM VARYING W-TOT-IND FROM 1 BY 1
                   UNTIL W-TOT-IND > W-TOT-NBENR
             MOVE W-TOT-DEV(W-TOT-IND)    TO GLJ-TOT-DEV
             MOVE W-TOT-NB-ECR(W-TOT-IND) TO GLJ-TOT-NB-ECR
             MOVE W-TOT-DEBIT(W-TOT-IND)  TO GLJ-TOT-DEBIT
             MOVE W-TOT-CREDIT(W-TOT-IND) TO GLJ-TOT-CREDIT
             MOVE W-TOT-DEBIT-EUR-D(W-TOT-IND)
                                          TO GLJ-TOT-DEBIT-EUR
             MOVE W-TOT-CREDIT-EUR-D(W-TOT-IND)
                                          TO GLJ-TOT-CREDIT-EUR
             MOVE GLJ-OUT-TOTAL TO W-LIGNE-OUT
             PERFORM 6090-ECRIT-LIGNE
           END-PERFORM

           MOVE W-CPT-ECR        TO GLJ-FIN-NB-ECR
           MOVE W-TOT-DEBIT-EUR  TO GLJ-FIN-DEBIT-EUR
           MOVE W-TOT-CREDIT-EUR TO GLJ-FIN-CREDIT-EUR
           MOVE GLJ-OUT-FIN      TO W-LIGNE-OUT
           PERFORM 6090-ECRIT-LIGNE
           .

      *-----------------------------------------------------------------
       4500-CTRL-EQUILIBRE SECTION.
      *-----------------------------------------------------------------
      * Le journal doit s'equilibrer par devise (en devise et en EUR)
      * et au total EUR, et avoir ete ecrit sans incident ; sinon il
      * n'est pas registre et ne doit pas etre transmis.
           IF W-GLJOUT-STATUS NOT = '00'
             SET FL-EQUILIBRE-NON TO TRUE
           END-IF

           IF W-TOT-DEBIT-EUR NOT = W-TOT-CREDIT-EUR
             DISPLAY 'ATTENTION 4500-CTRL-EQUILIBRE : DEBIT EUR '
                     W-TOT-DEBIT-EUR ' / CREDIT EUR ' W-TOT-CREDIT-EUR
             SET FL-EQUILIBRE-NON TO TRUE
           END-IF

           PERFORM VARYING W-TOT-IND FROM 1 BY 1
                   UNTIL W-TOT-IND > W-TOT-NBENR
             IF W-TOT-DEBIT(W-TOT-IND) NOT = W-TOT-CREDIT(W-TOT-IND)
                OR W-TOT-DEBIT-EUR-D(W-TOT-IND)
                   NOT = W-TOT-CREDIT-EUR-D(W-TOT-IND)
               DISPLAY 'ATTENTION 4500-CTRL-EQUILIBRE : DEVISE '
                       W-TOT-DEV(W-TOT-IND) ' DESEQUILIBREE'
               SET FL-EQUILIBRE-NON TO TRUE
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       6090-ECRIT-LIGNE SECTION.
      *-----------------------------------------------------------------
           WRITE GLJ-OUT-REC FROM W-LIGNE-OUT
           IF W-GLJOUT-STATUS NOT = '00'
             DISPLAY 'ERREUR ECRITURE FGLJOUT - STATUT = '
                     W-GLJOUT-STATUS
           END-IF
           .

      *-----------------------------------------------------------------
       8000-ECRIT-REGISTRE SECTION.
      *-----------------------------------------------------------------
      * Ajoute le journal du run au registre : date comptable, nombre
      * de lignes d'ecriture et total debit EUR tels qu'ecrits en fin
      * de journal, marque de remplacement le cas echeant, intervenant
      * et horodatage.
           OPEN EXTEND FREGIST
           IF W-REGIST-STATUS = '05' OR '35'
             OPEN OUTPUT FREGIST
           END-IF
           IF W-REGIST-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FREGIST - STATUT = '
                     W-REGIST-STATUS ' - JOURNAL NON REGISTRE'
             SET FL-EQUILIBRE-NON TO TRUE
           ELSE
             MOVE SPACES          TO REG-REC
             MOVE W-DAT-TRT       TO REG-DATE
             MOVE W-CPT-ECR       TO REG-NB-ECR
             MOVE W-TOT-DEBIT-EUR TO REG-TOTAL-EUR
             IF FL-FORCE-OUI AND FL-DEJA-COMPTA-OUI
               MOVE 'R' TO REG-REMPLACE
             END-IF
             MOVE W-USER          TO REG-USER
             MOVE W-HORODATE      TO REG-HORODATE
             WRITE REG-REC
             IF W-REGIST-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE FREGIST - STATUT = '
                       W-REGIST-STATUS ' - JOURNAL NON REGISTRE'
               SET FL-EQUILIBRE-NON TO TRUE
             END-IF
             CLOSE FREGIST
           END-IF
           .

      *-----------------------------------------------------------------
       9700-DEBUT-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Demande au pilotage de la chaine le lancement de l'etape pour
      * la date du jour : etape journaliere, refusee tant qu'un cycle
      * de DACSBAT1 / DACSPAY1 (ou d'une etape qui les suit) de la
      * journee n'est pas termine, ou si l'etape est deja passee sans
      * relance marquee par la production (DACSPIL1). Une
      * comptabilisation forcee (fonction F) passe donc par les deux
      * portes.
           INITIALIZE CRUNCTLV
           SET CRUNCTLV-FCT-DEBUT          TO TRUE
           MOVE C-PROG-NAME                TO CRUNCTLV-ETAPE
           MOVE W-DAT-TRT                  TO CRUNCTLV-DATE
           MOVE SPACE                      TO CRUNCTLV-CYCLE

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF CRUNCTLV-CODRET-OK
             SET FL-ETAPE-OK TO TRUE
           ELSE
             SET FL-ETAPE-KO TO TRUE
             DISPLAY 'DACSGLI1 : LANCEMENT REFUSE PAR LE PILOTAGE DE '
                     'LA CHAINE - ' CRUNCTLV-LIBELLE
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
       9750-FIN-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Declare la fin de l'etape au pilotage avec son code retour et
      * ses totaux : positions lues, lignes d'ecriture, total debit
      * EUR. L'appel ne doit pas changer le code retour rendu a
      * l'ordonnanceur.
           MOVE RETURN-CODE TO W-RC-ETAPE

           SET CRUNCTLV-FCT-FIN TO TRUE
           MOVE W-RC-ETAPE        TO CRUNCTLV-RC
           MOVE W-CPT-LUES        TO CRUNCTLV-NB-LUS
           MOVE W-CPT-ECR         TO CRUNCTLV-NB-EMIS
           MOVE W-TOT-DEBIT-EUR-R TO CRUNCTLV-HASH

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF NOT CRUNCTLV-CODRET-OK
             DISPLAY 'ATTENTION 9750-FIN-ETAPE : FIN D ETAPE NON '
                     'ENREGISTREE - ' CRUNCTLV-LIBELLE
           END-IF

           MOVE W-RC-ETAPE TO RETURN-CODE
           .

       END PROGRAM DACSGLI1.
