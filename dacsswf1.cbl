      ***************************************************************** *
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. DACSSWF1.
      ******************************************************************
      *  APPLICATION : DACSSWF1                                        *
      ******************************************************************
      *  PROGRAMME : DACSSWF1                                          *
      *                                                                *
      *  Date de creation : 15/10/2026                                 *
      *  Auteur : JGO                                                  *
      *                                                                *
      *  Description : Generation des messages SWIFT a partir du       *
      *                 fichier d'instructions DACSPAY1.OUT, apres     *
      *                 controle de son inscription au registre des    *
      *                 emissions DACSPAY1.REG : un MT202 par devise   *
      *                 a payer ('D') de la ventilation, double d'un   *
      *                 pacs.009 quand le commutateur ISO 20022 de     *
      *                 DACSSWF1.PRM est servi, un MT210 (avis de      *
      *                 reception) par devise a recevoir ('C'). BIC et *
      *                 compte du beneficiaire pris de la SSI de la    *
      *                 devise quand elle est en vigueur, sinon du     *
      *                 maitre CPTYMAST. Reference unique et UETR par  *
      *                 message, journal DACSSWF1.JRN des messages     *
      *                 emis ; un fichier de remplacement ('R') donne  *
      *                 lieu a l'annulation (MT292 / camt.056) des     *
      *                 messages deja emis pour la date. Rapport de    *
      *                 controle rapprochant nombres et montants des   *
      *                 messages du hash de fin de DACSPAY1.OUT. Sur   *
      *                 option de DACSSWF1.PRM, meme traitement du     *
      *                 fichier supplementaire DACSPAY1.SUP.           *
      ******************************************************************
      *                                                                *
      ******************************************************************
      *  COMMENTAIRES                                                  *
      ******************************************************************
      *                   M O D I F I C A T I O N S                    *
      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *  15/10/2026 JGO  Inscriptions 'S' du registre (fichier         *
      *                  supplementaire DACSPAY1.SUP des instructions  *
      *                  liberees par DACSPAY1) ignorees dans le       *
      *                  controle de DACSPAY1.OUT                      *
      *  15/10/2026 JGO  Cycles de reglement : le cycle de l'entete de *
      *                  DACSPAY1.OUT est rapproche du registre (date  *
      *                  + cycle) et porte au journal des messages ;   *
      *                  le controle de double emission et les         *
      *                  annulations sur remplacement ne portent que   *
      *                  sur les messages du cycle                     *
      *  15/10/2026 JGO  Option 'S' de DACSSWF1.PRM : traitement du    *
      *                  fichier supplementaire DACSPAY1.SUP des       *
      *                  instructions liberees au plafond, controle    *
      *                  contre l'inscription 'S' du registre et       *
      *                  journalise sous la date et le cycle 'S'       *
      *  15/10/2026 JGO  UETR : generateur amorce sur la date et       *
      *                  l'heure au centieme ; dernier groupe forme de *
      *                  la date d'emission et du numero d'ordre de la *
      *                  reference, unique d'un run a l'autre          *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT FPAYOUT ASSIGN TO "DACSPAY1.OUT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-PAYOUT-STATUS.

           SELECT FPAYSUP ASSIGN TO "DACSPAY1.SUP"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-PAYSUP-STATUS.

           SELECT FREGIST ASSIGN TO "DACSPAY1.REG"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-REGIST-STATUS.

           SELECT FPRM    ASSIGN TO "DACSSWF1.PRM"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-PRM-STATUS.

           SELECT FCPTYM  ASSIGN TO "CPTYMAST.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CPM-CPTY
                  FILE STATUS   IS W-CPTYM-STATUS.

           SELECT FJRN    ASSIGN TO "DACSSWF1.JRN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-JRN-STATUS.

           SELECT FMT     ASSIGN TO "DACSSWF1.MT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-MT-STATUS.

           SELECT FXML    ASSIGN TO "DACSSWF1.XML"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-XML-STATUS.

           SELECT FSWFOUT ASSIGN TO "DACSSWF1.OUT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-SWFOUT-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      *--- Fichier d'instructions emis par DACSPAY1 : entete '1',
      *    instruction '2' avec ventilation par devise, SSI '3' par
      *    devise de la ventilation, fin '9' avec nombre
      *    d'instructions et hash --------------------------------------
       FD  FPAYOUT.
       01  PAY-OUT-REC.
           05 PAY-OUT-TYPE          PIC X(1).
              88 PAY-OUT-TYPE-ENTETE    VALUE '1'.
              88 PAY-OUT-TYPE-INSTR     VALUE '2'.
              88 PAY-OUT-TYPE-SSI       VALUE '3'.
              88 PAY-OUT-TYPE-FIN       VALUE '9'.
           05 PAY-OUT-CORPS         PIC X(239).
           05 PAY-OUT-CORPS-ENT REDEFINES PAY-OUT-CORPS.
              10 PAY-OUT-ENT-DATE      PIC X(8).
              10 PAY-OUT-ENT-SOURCE    PIC X(8).
              10 PAY-OUT-ENT-REMPLACE  PIC X(1).
                 88 PAY-OUT-ENT-REMPLACEMENT VALUE 'R'.
              10 PAY-OUT-ENT-CYCLE     PIC X(1).
              10 FILLER                PIC X(221).
           05 PAY-OUT-CORPS-INS REDEFINES PAY-OUT-CORPS.
              10 PAY-OUT-DATE-VALEUR   PIC X(8).
              10 PAY-OUT-CPTY          PIC X(8).
              10 PAY-OUT-MONTANT       PIC 9(16).
              10 PAY-OUT-NB-DEV        PIC 9(2).
              10 PAY-OUT-DEV-ENR OCCURS 10.
                 15 PAY-OUT-DEV        PIC X(3).
                 15 PAY-OUT-DEV-MNT    PIC 9(16).
                 15 PAY-OUT-DEV-SENS   PIC X(1).
              10 FILLER                PIC X(5).
           05 PAY-OUT-CORPS-SSI REDEFINES PAY-OUT-CORPS.
              10 PAY-OUT-SSI-DATE      PIC X(8).
              10 PAY-OUT-SSI-CPTY      PIC X(8).
              10 PAY-OUT-SSI-DEV       PIC X(3).
              10 PAY-OUT-SSI-BIC       PIC X(11).
              10 PAY-OUT-SSI-COMPTE    PIC X(34).
              10 PAY-OUT-SSI-INTERM    PIC X(11).
              10 PAY-OUT-SSI-DATEFF    PIC X(8).
              10 PAY-OUT-SSI-STATUT    PIC X(1).
              10 FILLER                PIC X(155).
           05 PAY-OUT-CORPS-FIN REDEFINES PAY-OUT-CORPS.
              10 PAY-OUT-FIN-NB        PIC 9(6).
              10 PAY-OUT-FIN-HASH      PIC 9(18).
              10 FILLER                PIC X(215).

      *--- Fichier supplementaire des instructions liberees au plafond
      *    par DACSPAY1, de meme format (entete marque 'S', sans
      *    cycle), lu a la place de DACSPAY1.OUT sur option ---------
       FD  FPAYSUP.
       01  PAY-SUP-REC              PIC X(240).

      *--- Registre des emissions de DACSPAY1 (date de valeur de base,
      *    nombre d'instructions, hash, marque de remplacement, cycle
      *    de reglement - blanc = cycle 1) ----------------------------
       FD  FREGIST.
       01  REG-REC.
           05 REG-DATE              PIC X(8).
           05 FILLER                PIC X(1).
           05 REG-NB-INSTR          PIC 9(6).
           05 FILLER                PIC X(1).
           05 REG-HASH              PIC 9(18).
           05 FILLER                PIC X(1).
           05 REG-REMPLACE          PIC X(1).
           05 FILLER                PIC X(1).
           05 REG-CYCLE             PIC X(1).

      *--- Parametres du lancement : commutateur ISO 20022 ('O' =
      *    pacs.009 en double de chaque MT202), BIC emetteur et
      *    fichier a traiter ('S' = fichier supplementaire
      *    DACSPAY1.SUP, blanc = DACSPAY1.OUT) ----------------------
       FD  FPRM.
       01  PRM-REC.
           05 PRM-ISO20022          PIC X(1).
              88 PRM-ISO20022-OUI       VALUE 'O'.
           05 FILLER                PIC X(1).
           05 PRM-BIC-EMETTEUR      PIC X(11).
           05 FILLER                PIC X(1).
           05 PRM-FICHIER           PIC X(1).
              88 PRM-FICHIER-SUP        VALUE 'S'.

      *--- Fichier maitre des correspondants, indexe par code ---------
       FD  FCPTYM.
           COPY CCPTYMAV.

      *--- Journal des messages emis : un enregistrement par message
      *    (etat 'E') et par annulation (etat 'A', reference du message
      *    annule en JRN-TRN-ORIG) ; sert au controle de non double
      *    emission, a la numerotation des references et aux
      *    annulations sur fichier de remplacement ; cycle de
      *    reglement du fichier d'instructions (blanc = cycle 1) -----
       FD  FJRN.
       01  JRN-REC.
           05 JRN-DATE-BASE         PIC X(8).
           05 FILLER                PIC X(1).
           05 JRN-DATE-EMIS         PIC X(8).
           05 FILLER                PIC X(1).
           05 JRN-TRN               PIC X(16).
           05 FILLER                PIC X(1).
           05 JRN-UETR              PIC X(36).
           05 FILLER                PIC X(1).
           05 JRN-TYPE              PIC X(3).
           05 FILLER                PIC X(1).
           05 JRN-CPTY              PIC X(8).
           05 FILLER                PIC X(1).
           05 JRN-DEV               PIC X(3).
           05 FILLER                PIC X(1).
           05 JRN-MONTANT           PIC 9(16).
           05 FILLER                PIC X(1).
           05 JRN-SENS              PIC X(1).
           05 FILLER                PIC X(1).
           05 JRN-DATE-VAL          PIC X(8).
           05 FILLER                PIC X(1).
           05 JRN-BIC-DEST          PIC X(11).
           05 FILLER                PIC X(1).
      *--- 'O' = pacs.009 emis en double du MT202
           05 JRN-PACS              PIC X(1).
           05 FILLER                PIC X(1).
           05 JRN-ETAT              PIC X(1).
              88 JRN-ETAT-EMIS          VALUE 'E'.
              88 JRN-ETAT-ANNULATION    VALUE 'A'.
           05 FILLER                PIC X(1).
           05 JRN-TRN-ORIG          PIC X(16).
           05 FILLER                PIC X(1).
           05 JRN-CYCLE             PIC X(1).

      *--- Messages MT au format RJE : blocs 1 a 4, messages separes
      *    par une ligne '$' ------------------------------------------
       FD  FMT.
       01  MT-REC                   PIC X(132).

      *--- Messages ISO 20022 (pacs.009, camt.056), un element par
      *    ligne ------------------------------------------------------
       FD  FXML.
       01  XML-REC                  PIC X(200).

       FD  FSWFOUT.
       01  SWF-OUT-REC              PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 WVAR-IDENT-CGESLOGV.
           05 ID-SVN                   PIC X(255) VALUE
           '$ID$'.

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSSWF1'.
       77 C-LEG-MAX-ENR                PIC 9(4) COMP VALUE 5000.
       77 C-JRN-MAX-ENR                PIC 9(4) COMP VALUE 5000.
      *--- Prefixe des references de transaction (champ :20:) : suivi
      *    de la date d'emission AAMMJJ et d'un numero d'ordre du jour
       77 C-TRN-PREFIXE                PIC X(4) VALUE 'DACS'.
       77 C-HEX-CHIFFRES               PIC X(16)
                                       VALUE '0123456789abcdef'.

      *--- FLAGS -------------------------------------------------------
       01 FL-DISPLAY                   PIC X(2).
          88 FL-DISPLAY-OK                 VALUE '1'.
          88 FL-DISPLAY-KO                 VALUE '0'.

       01 W-PAYOUT-STATUS              PIC X(2).
       01 W-PAYSUP-STATUS              PIC X(2).
       01 W-REGIST-STATUS              PIC X(2).
       01 W-PRM-STATUS                 PIC X(2).
       01 W-CPTYM-STATUS               PIC X(2).
       01 W-JRN-STATUS                 PIC X(2).
       01 W-MT-STATUS                  PIC X(2).
       01 W-XML-STATUS                 PIC X(2).
       01 W-SWFOUT-STATUS              PIC X(2).

       01 W-FL-EOF-PAY                 PIC X(1) VALUE 'N'.
          88 W-EOF-PAY-YES                 VALUE 'Y'.
          88 W-EOF-PAY-NON                 VALUE 'N'.

       01 W-FL-EOF-REG                 PIC X(1) VALUE 'N'.
          88 W-EOF-REG-YES                 VALUE 'Y'.
          88 W-EOF-REG-NON                 VALUE 'N'.

       01 W-FL-EOF-JRN                 PIC X(1) VALUE 'N'.
          88 W-EOF-JRN-YES                 VALUE 'Y'.
          88 W-EOF-JRN-NON                 VALUE 'N'.

      *--- FL-EMISSION : le fichier d'instructions et son inscription
      *    au registre sont conformes, les messages peuvent etre
      *    generes ; tout ecart arrete le run sans aucun message -----
       01 FL-EMISSION                  PIC X(1) VALUE '1'.
          88 FL-EMISSION-OK                VALUE '1'.
          88 FL-EMISSION-KO                VALUE '0'.

      *--- FL-ISO : commutateur ISO 20022 de DACSSWF1.PRM -------------
       01 FL-ISO                       PIC X(1) VALUE '0'.
          88 FL-ISO-OUI                    VALUE '1'.
          88 FL-ISO-NON                    VALUE '0'.

      *--- FL-SUP : option 'S' de DACSSWF1.PRM, le fichier traite est
      *    le fichier supplementaire DACSPAY1.SUP ---------------------
       01 FL-SUP                       PIC X(1) VALUE '0'.
          88 FL-SUP-OUI                    VALUE '1'.
          88 FL-SUP-NON                    VALUE '0'.

      *--- FL-XML : fichier des messages ISO 20022 ouvert (commutateur
      *    servi ou camt.056 a emettre sur remplacement) --------------
       01 FL-XML                       PIC X(1) VALUE '0'.
          88 FL-XML-OK                     VALUE '1'.
          88 FL-XML-KO                     VALUE '0'.

       01 FL-ENTETE                    PIC X(1) VALUE '0'.
          88 FL-ENTETE-VU                  VALUE '1'.

       01 FL-FIN                       PIC X(1) VALUE '0'.
          88 FL-FIN-VU                     VALUE '1'.

       01 FL-REG-TROUVE                PIC X(1) VALUE '0'.
          88 FL-REG-TROUVE-OUI             VALUE '1'.

       01 W-CTL-MOTIF                  PIC X(60) VALUE SPACES.
       01 W-BIC-EMETTEUR               PIC X(11) VALUE SPACES.

      *--- Entete et fin du fichier d'instructions --------------------
       01 W-ENT-DATE                   PIC X(8)  VALUE SPACES.
       01 W-ENT-REMPLACE               PIC X(1)  VALUE SPACE.
          88 W-ENT-REMPLACEMENT            VALUE 'R'.
          88 W-ENT-SUPPLEMENT              VALUE 'S'.
      *--- Cycle de reglement du fichier (blanc = cycle 1, 'S' pour le
      *    fichier supplementaire) et cycle d'une inscription du
      *    registre ou d'un message du journal
       01 W-ENT-CYCLE                  PIC X(1)  VALUE '1'.
       01 W-CYCLE-LU                   PIC X(1)  VALUE SPACE.
       01 W-FIN-NB-ANN                 PIC 9(6)  VALUE 0.
       01 W-FIN-HASH-ANN               PIC 9(18) VALUE 0.

      *--- Derniere inscription au registre pour la date -------------
       01 W-REG-NB                     PIC 9(6)  VALUE 0.
       01 W-REG-HASH                   PIC 9(18) VALUE 0.
       01 W-REG-REMPLACE               PIC X(1)  VALUE SPACE.

      *--- COMPTEURS / TOTAUX DE CONTROLE -------------------------------
       01 W-CPT-INSTR                  PIC 9(6)  VALUE 0.
       01 W-CPT-LEGS                   PIC 9(6)  VALUE 0.
       01 W-CPT-MT202                  PIC 9(6)  VALUE 0.
       01 W-CPT-MT210                  PIC 9(6)  VALUE 0.
       01 W-CPT-PACS009                PIC 9(6)  VALUE 0.
       01 W-CPT-MT292                  PIC 9(6)  VALUE 0.
       01 W-CPT-CAMT056                PIC 9(6)  VALUE 0.
       01 W-CPT-NON-EMIS               PIC 9(6)  VALUE 0.
       01 W-CPT-SOLDES                 PIC 9(6)  VALUE 0.
       01 W-CPT-SSI                    PIC 9(6)  VALUE 0.
       01 W-CPT-MAITRE                 PIC 9(6)  VALUE 0.

       01 W-HASH-CALCULE               PIC 9(18) VALUE 0.
       01 W-TOT-MT202                  PIC 9(15)V9(3) VALUE 0.
       01 W-TOT-MT202-R REDEFINES W-TOT-MT202
                                       PIC 9(18).
       01 W-TOT-MT210                  PIC 9(15)V9(3) VALUE 0.
       01 W-TOT-MT210-R REDEFINES W-TOT-MT210
                                       PIC 9(18).
       01 W-TOT-NON-EMIS               PIC 9(15)V9(3) VALUE 0.
       01 W-TOT-NON-EMIS-R REDEFINES W-TOT-NON-EMIS
                                       PIC 9(18).
       01 W-TOT-RAPPROCHE              PIC 9(15)V9(3) VALUE 0.
       01 W-TOT-RAPPROCHE-R REDEFINES W-TOT-RAPPROCHE
                                       PIC 9(18).

      *--- Montant transporte sans virgule : la REDEFINES redonne la
      *    vue decimale -----------------------------------------------
       01 W-MNT-RECU                   PIC 9(13)V9(3).
       01 W-MNT-RECU-R REDEFINES W-MNT-RECU
                                       PIC 9(16).

      *--- Table des ventilations du fichier d'instructions : une
      *    entree par devise de chaque instruction, avec la SSI
      *    portee par l'enregistrement '3' qui la suit ----------------
       01 W-TAB-LEG-CLS.
          02 W-LEG-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-LEG-IND          PIC 9(4) COMP.
          02 W-LEG-PREM         PIC 9(4) COMP VALUE 1.
          02 W-LEG-ENR OCCURS 5000.
             03 W-LEG-CPTY      PIC X(8).
             03 W-LEG-DATE-VAL  PIC X(8).
             03 W-LEG-DEV       PIC X(3).
             03 W-LEG-MNT       PIC 9(13)V9(3).
             03 W-LEG-SENS      PIC X(1).
                88 W-LEG-SENS-PAYER    VALUE 'D'.
                88 W-LEG-SENS-RECEVOIR VALUE 'C'.
      *--- Statut SSI de l'enregistrement '3' ('O' = en vigueur,
      *    espace = pas de '3' pour la devise)
             03 W-LEG-SSI-STATUT PIC X(1).
                88 W-LEG-SSI-EN-VIGUEUR VALUE 'O'.
             03 W-LEG-SSI-BIC   PIC X(11).
             03 W-LEG-SSI-COMPTE PIC X(34).
             03 W-LEG-SSI-INTERM PIC X(11).

      *--- Table des messages du journal pour la date de valeur de
      *    base du fichier : candidats a l'annulation sur fichier de
      *    remplacement ------------------------------------------------
       01 W-TAB-JRN-CLS.
          02 W-JRN-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-JRN-IND          PIC 9(4) COMP.
          02 W-JRN-IND2         PIC 9(4) COMP.
          02 W-JRN-NB-ACTIFS    PIC 9(4) COMP VALUE 0.
          02 W-JRN-NB-PACS      PIC 9(4) COMP VALUE 0.
          02 W-JRN-ENR OCCURS 5000.
             03 W-JRN-DATE-EMIS PIC X(8).
             03 W-JRN-TRN       PIC X(16).
             03 W-JRN-UETR      PIC X(36).
             03 W-JRN-TYPE      PIC X(3).
             03 W-JRN-CPTY      PIC X(8).
             03 W-JRN-DEV       PIC X(3).
             03 W-JRN-MONTANT   PIC 9(16).
             03 W-JRN-SENS      PIC X(1).
             03 W-JRN-DATE-VAL  PIC X(8).
             03 W-JRN-BIC-DEST  PIC X(11).
             03 W-JRN-PACS      PIC X(1).
             03 W-JRN-ETAT      PIC X(1).
                88 W-JRN-ETAT-EMIS     VALUE 'E'.
             03 W-JRN-TRN-ORIG  PIC X(16).
      *--- '1' = message emis deja annule par une ligne 'A'
             03 W-JRN-ANNULE    PIC X(1).
                88 W-JRN-ANNULE-OUI    VALUE '1'.

      *--- Numerotation des references du jour -------------------------
       01 W-DATE-EMIS                  PIC X(8).
       01 W-HEURE-EMIS                 PIC X(6).
       01 W-SEQ                        PIC 9(6)  VALUE 0.
       01 W-SEQ-LU                     PIC 9(6).
       01 W-TRN                        PIC X(16).
       01 W-TRN-ORIG                   PIC X(16).

      *--- Generation de l'UETR (UUID version 4, 8-4-4-4-12 hexa) ------
       01 W-UETR                       PIC X(36).
       01 W-UETR-HEX                   PIC X(32).
       01 W-UETR-IND                   PIC 9(2) COMP.
       01 W-UETR-VAL                   PIC 9(2).
       01 W-UETR-GRAINE                PIC 9(9).
       01 W-UETR-HORODATE.
          05 W-UETR-HOR-DATE           PIC 9(8).
          05 W-UETR-HOR-HH             PIC 9(2).
          05 W-UETR-HOR-MM             PIC 9(2).
          05 W-UETR-HOR-SS             PIC 9(2).
          05 W-UETR-HOR-CC             PIC 9(2).
       01 W-UETR-ALEA                  PIC V9(9).

      *--- Destinataire du message en cours --------------------------
       01 W-DEST-BIC                   PIC X(11).
       01 W-DEST-COMPTE                PIC X(34).
       01 W-DEST-INTERM                PIC X(11).
       01 W-DEST-ORIGINE               PIC X(1).
          88 W-DEST-ORIGINE-SSI            VALUE 'S'.
          88 W-DEST-ORIGINE-MAITRE         VALUE 'M'.
       01 W-CPTY-BIC                   PIC X(11).
       01 W-DEST-MOTIF                 PIC X(30).

      *--- Adresses SWIFT (terminal logique / destinataire, 12 car.)
       01 W-LT-EMETTEUR                PIC X(12).
       01 W-LT-DEST                    PIC X(12).
       01 W-LT-BIC                     PIC X(11).
       01 W-LT-RESULTAT                PIC X(12).
       01 W-LT-CODE                    PIC X(1).

      *--- Mise en forme des montants et des dates des messages -------
       01 W-FMT-MNT                    PIC 9(13)V9(3).
       01 W-FMT-MNT-G REDEFINES W-FMT-MNT.
          05 W-FMT-PART-ENT            PIC 9(13).
          05 W-FMT-PART-DEC            PIC X(3).
       01 W-FMT-ED-ENT                 PIC Z(12)9.
       01 W-FMT-NB-BL                  PIC 9(2) COMP.
       01 W-FMT-NB-DEC                 PIC 9(1) COMP.
       01 W-FMT-PTR                    PIC 9(3) COMP.
       01 W-FMT-SWIFT                  PIC X(20).
       01 W-FMT-XML                    PIC X(20).
       01 W-FMT-DATE                   PIC X(8).
       01 W-FMT-AAMMJJ                 PIC X(6).
       01 W-FMT-ISO                    PIC X(10).
       01 W-FMT-CREDTTM                PIC X(19).

      *--- Ligne de message en cours de construction -------------------
       01 W-MT-LIGNE                   PIC X(132) VALUE SPACES.
       01 W-XML-LIGNE                  PIC X(200) VALUE SPACES.

      *--- Message en cours (pour le journal et le rapport) ------------
       01 W-MSG-TYPE                   PIC X(3).
       01 W-MSG-PACS                   PIC X(1).
       01 W-MSG-REMARQUE               PIC X(10).

      *--- LIGNES DE RAPPORT -------------------------------------------
       01 SWF-LIGNE-TITRE.
          05 FILLER                   PIC X(33) VALUE
             'MESSAGES SWIFT - INSTRUCTIONS DU '.
          05 COL-TIT-DATE             PIC X(8)  VALUE SPACES.
          05 FILLER                   PIC X(7)  VALUE ' CYCLE '.
          05 COL-TIT-CYCLE            PIC X(1)  VALUE SPACE.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-TIT-REMPLACE         PIC X(30) VALUE SPACES.

       01 SWF-LIGNE-MSG.
          05 COL-MSG-TYPE             PIC X(7).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-MSG-TRN              PIC X(16).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-MSG-UETR             PIC X(36).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-MSG-CPTY             PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-MSG-DEV              PIC X(3).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-MSG-MONTANT          PIC Z(12)9.999.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-MSG-SENS             PIC X(1).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-MSG-DATE-VAL         PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-MSG-BIC              PIC X(11).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-MSG-ORIGINE          PIC X(1).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 COL-MSG-REMARQUE         PIC X(10).

       01 SWF-LIGNE-EXC.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 COL-EXC-CPTY             PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-EXC-DEV              PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-EXC-MONTANT          PIC Z(12)9.999.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-EXC-SENS             PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-EXC-DATE-VAL         PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-EXC-MOTIF            PIC X(30).

       01 SWF-LIGNE-CTL.
          05 COL-CTL-LIBELLE          PIC X(30).
          05 COL-CTL-NB               PIC ZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' - MONTANT : '.
          05 COL-CTL-MONTANT          PIC 9(18).

       01 SWF-LIGNE-HASH.
          05 FILLER                   PIC X(27) VALUE
             'RAPPROCHEMENT HASH : EMIS '.
          05 COL-HSH-CALCULE          PIC 9(18).
          05 FILLER                   PIC X(14) VALUE ' / HASH FIN : '.
          05 COL-HSH-ANNONCE          PIC 9(18).
          05 FILLER                   PIC X(3)  VALUE ' - '.
          05 COL-HSH-RESULTAT         PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           SET FL-DISPLAY-OK TO TRUE
      *    SET FL-DISPLAY-KO TO TRUE

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacsswf1.cbl <<<<<<<<<<'

           PERFORM 1000-INITIALISATION

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacsswf1.cbl <<<<<<<<<<'

           GOBACK
           .

      *-----------------------------------------------------------------
       1000-INITIALISATION SECTION.
      *-----------------------------------------------------------------
      * Le fichier d'instructions est d'abord charge et controle en
      * entier (entete, fin, hash, inscription au registre, messages
      * deja emis pour la date) : aucun message n'est produit tant que
      * l'ensemble n'est pas conforme.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO W-DATE-EMIS
           MOVE FUNCTION CURRENT-DATE(9:6)  TO W-HEURE-EMIS
      *--- Amorce du generateur des UETR : date et heure au centieme
           MOVE FUNCTION CURRENT-DATE(1:16) TO W-UETR-HORODATE
           COMPUTE W-UETR-GRAINE = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(W-UETR-HOR-DATE) * 8640000
                 + W-UETR-HOR-HH * 360000 + W-UETR-HOR-MM * 6000
                 + W-UETR-HOR-SS * 100 + W-UETR-HOR-CC, 1000000000)
           COMPUTE W-UETR-ALEA = FUNCTION RANDOM(W-UETR-GRAINE)

           PERFORM 1020-LIT-PARAMETRES
           IF FL-EMISSION-OK
             PERFORM 1050-CHARGE-INSTRUCTIONS
           END-IF
           IF FL-EMISSION-OK
             PERFORM 1200-CTRL-FICHIER
           END-IF
           IF FL-EMISSION-OK
             PERFORM 1300-CTRL-REGISTRE
           END-IF
           IF FL-EMISSION-OK
             PERFORM 1400-CHARGE-JOURNAL
           END-IF

           IF FL-EMISSION-KO
             DISPLAY 'DACSSWF1 : ' W-CTL-MOTIF
             DISPLAY 'DACSSWF1 : ARRET SANS GENERATION DE MESSAGE'
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM 1500-OUVRE-SORTIES
           END-IF

           IF FL-EMISSION-OK
             IF W-ENT-REMPLACEMENT
               PERFORM 5000-EMET-ANNULATIONS
             END-IF
             PERFORM 5100-EMET-MESSAGES
             PERFORM 6000-EDITE-CONTROLE
             PERFORM 1900-FERME-SORTIES
           END-IF
           .

      *-----------------------------------------------------------------
       1020-LIT-PARAMETRES SECTION.
      *-----------------------------------------------------------------
      * Lit DACSSWF1.PRM : commutateur ISO 20022, BIC emetteur et
      * fichier a traiter. Le BIC emetteur est obligatoire (bloc 1 de
      * tout message).
           OPEN INPUT FPRM
           IF W-PRM-STATUS = '00'
             READ FPRM
               NOT AT END
                 IF PRM-ISO20022-OUI
                   SET FL-ISO-OUI TO TRUE
                 END-IF
                 MOVE PRM-BIC-EMETTEUR TO W-BIC-EMETTEUR
                 IF PRM-FICHIER-SUP
                   SET FL-SUP-OUI TO TRUE
                   MOVE 'S' TO W-ENT-CYCLE
                 END-IF
             END-READ
             CLOSE FPRM
           END-IF

           IF W-BIC-EMETTEUR(1:8) = SPACES
             SET FL-EMISSION-KO TO TRUE
             MOVE 'BIC EMETTEUR ABSENT DE DACSSWF1.PRM' TO W-CTL-MOTIF
           ELSE
             MOVE W-BIC-EMETTEUR TO W-LT-BIC
             MOVE 'A'            TO W-LT-CODE
             PERFORM 7300-ADRESSE-SWIFT
             MOVE W-LT-RESULTAT  TO W-LT-EMETTEUR
             IF FL-ISO-OUI
               DISPLAY 'DACSSWF1 : COMMUTATEUR ISO 20022 SERVI - '
                       'PACS.009 EMIS EN DOUBLE DES MT202'
             END-IF
             IF FL-SUP-OUI
               DISPLAY 'DACSSWF1 : TRAITEMENT DU FICHIER '
                       'SUPPLEMENTAIRE DACSPAY1.SUP'
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1050-CHARGE-INSTRUCTIONS SECTION.
      *-----------------------------------------------------------------
      * Fichier d'instructions du lancement : DACSPAY1.OUT, ou
      * DACSPAY1.SUP sur option 'S' de DACSSWF1.PRM.
           IF FL-SUP-OUI
             OPEN INPUT FPAYSUP
             IF W-PAYSUP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FPAYSUP - STATUT = '
                       W-PAYSUP-STATUS
               SET FL-EMISSION-KO TO TRUE
               MOVE 'FICHIER SUPPLEMENTAIRE DACSPAY1.SUP INDISPONIBLE'
                                          TO W-CTL-MOTIF
             ELSE
               PERFORM 1060-LIT-PAY-OUT
               PERFORM 1100-CHARGE-LIGNE UNTIL W-EOF-PAY-YES
               CLOSE FPAYSUP
             END-IF
           ELSE
             OPEN INPUT FPAYOUT
             IF W-PAYOUT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FPAYOUT - STATUT = '
                       W-PAYOUT-STATUS
               SET FL-EMISSION-KO TO TRUE
               MOVE 'FICHIER D INSTRUCTIONS DACSPAY1.OUT INDISPONIBLE'
                                          TO W-CTL-MOTIF
             ELSE
               PERFORM 1060-LIT-PAY-OUT
               PERFORM 1100-CHARGE-LIGNE UNTIL W-EOF-PAY-YES
               CLOSE FPAYOUT
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1060-LIT-PAY-OUT SECTION.
      *-----------------------------------------------------------------
           IF FL-SUP-OUI
             READ FPAYSUP INTO PAY-OUT-REC
               AT END
                 SET W-EOF-PAY-YES TO TRUE
             END-READ
           ELSE
             READ FPAYOUT
               AT END
                 SET W-EOF-PAY-YES TO TRUE
             END-READ
           END-IF
           .

      *-----------------------------------------------------------------
       1100-CHARGE-LIGNE SECTION.
      *-----------------------------------------------------------------
      * Charge un enregistrement de DACSPAY1.OUT : l'entete donne la
      * date de valeur de base, la marque de remplacement et le cycle
      * de reglement (toujours 'S' pour DACSPAY1.SUP), chaque
      * instruction '2' ses devises de ventilation, chaque '3' la SSI
      * de l'une d'elles, la fin '9' le nombre et le hash annonces.
           EVALUATE TRUE
             WHEN PAY-OUT-TYPE-ENTETE
               SET FL-ENTETE-VU TO TRUE
               MOVE PAY-OUT-ENT-DATE     TO W-ENT-DATE
               MOVE PAY-OUT-ENT-REMPLACE TO W-ENT-REMPLACE
               IF PAY-OUT-ENT-CYCLE NOT = SPACE AND FL-SUP-NON
                 MOVE PAY-OUT-ENT-CYCLE  TO W-ENT-CYCLE
               END-IF
             WHEN PAY-OUT-TYPE-INSTR
               ADD 1 TO W-CPT-INSTR
               IF PAY-OUT-MONTANT IS NUMERIC
                 ADD PAY-OUT-MONTANT TO W-HASH-CALCULE
               END-IF
               PERFORM 1150-CHARGE-VENTILATION
             WHEN PAY-OUT-TYPE-SSI
               PERFORM 1170-RATTACHE-SSI
             WHEN PAY-OUT-TYPE-FIN
               SET FL-FIN-VU TO TRUE
               IF PAY-OUT-FIN-NB IS NUMERIC
                 MOVE PAY-OUT-FIN-NB   TO W-FIN-NB-ANN
               END-IF
               IF PAY-OUT-FIN-HASH IS NUMERIC
                 MOVE PAY-OUT-FIN-HASH TO W-FIN-HASH-ANN
               END-IF
             WHEN OTHER
               DISPLAY 'ATTENTION 1100-CHARGE-LIGNE : TYPE D '
                       'ENREGISTREMENT INCONNU IGNORE : ' PAY-OUT-TYPE
           END-EVALUATE

           PERFORM 1060-LIT-PAY-OUT
           .

      *-----------------------------------------------------------------
       1150-CHARGE-VENTILATION SECTION.
      *-----------------------------------------------------------------
      * Une entree de W-TAB-LEG-CLS par devise de la ventilation de
      * l'instruction courante. Capacite depassee : le fichier ne peut
      * etre traite en entier, aucun message n'est emis.
           MOVE W-LEG-NBENR TO W-LEG-PREM
           ADD 1 TO W-LEG-PREM

           IF PAY-OUT-NB-DEV IS NOT NUMERIC OR PAY-OUT-NB-DEV > 10
             SET FL-EMISSION-KO TO TRUE
             MOVE 'VENTILATION INVALIDE DANS DACSPAY1.OUT'
                                          TO W-CTL-MOTIF
           ELSE
             PERFORM VARYING W-LEG-IND FROM 1 BY 1
                     UNTIL W-LEG-IND > PAY-OUT-NB-DEV
               IF W-LEG-NBENR >= C-LEG-MAX-ENR
                 SET FL-EMISSION-KO TO TRUE
                 MOVE 'CAPACITE DES VENTILATIONS ATTEINTE'
                                          TO W-CTL-MOTIF
               ELSE
                 ADD 1 TO W-LEG-NBENR
                 ADD 1 TO W-CPT-LEGS
                 MOVE PAY-OUT-CPTY        TO W-LEG-CPTY(W-LEG-NBENR)
                 MOVE PAY-OUT-DATE-VALEUR
                                     TO W-LEG-DATE-VAL(W-LEG-NBENR)
                 MOVE PAY-OUT-DEV(W-LEG-IND)
                                     TO W-LEG-DEV(W-LEG-NBENR)
                 MOVE PAY-OUT-DEV-MNT(W-LEG-IND) TO W-MNT-RECU-R
                 MOVE W-MNT-RECU          TO W-LEG-MNT(W-LEG-NBENR)
                 MOVE PAY-OUT-DEV-SENS(W-LEG-IND)
                                     TO W-LEG-SENS(W-LEG-NBENR)
                 MOVE SPACES         TO W-LEG-SSI-STATUT(W-LEG-NBENR)
                 MOVE SPACES         TO W-LEG-SSI-BIC(W-LEG-NBENR)
                 MOVE SPACES         TO W-LEG-SSI-COMPTE(W-LEG-NBENR)
                 MOVE SPACES         TO W-LEG-SSI-INTERM(W-LEG-NBENR)
               END-IF
             END-PERFORM
           END-IF
           .

      *-----------------------------------------------------------------
       1170-RATTACHE-SSI SECTION.
      *-----------------------------------------------------------------
      * Rattache la SSI de l'enregistrement '3' a la devise de meme
      * code de l'instruction qui precede.
           PERFORM VARYING W-LEG-IND FROM W-LEG-PREM BY 1
                   UNTIL W-LEG-IND > W-LEG-NBENR
             IF W-LEG-CPTY(W-LEG-IND) = PAY-OUT-SSI-CPTY
                AND W-LEG-DEV(W-LEG-IND) = PAY-OUT-SSI-DEV
               MOVE PAY-OUT-SSI-STATUT TO W-LEG-SSI-STATUT(W-LEG-IND)
               MOVE PAY-OUT-SSI-BIC    TO W-LEG-SSI-BIC(W-LEG-IND)
               MOVE PAY-OUT-SSI-COMPTE TO W-LEG-SSI-COMPTE(W-LEG-IND)
               MOVE PAY-OUT-SSI-INTERM TO W-LEG-SSI-INTERM(W-LEG-IND)
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       1200-CTRL-FICHIER SECTION.
      *-----------------------------------------------------------------
      * Integrite du fichier d'instructions : entete et fin presentes,
      * marque de fichier supplementaire conforme a l'option de
      * DACSSWF1.PRM, nombre d'instructions et hash recalcules egaux
      * aux valeurs de la fin de fichier.
           EVALUATE TRUE
             WHEN NOT FL-ENTETE-VU
               SET FL-EMISSION-KO TO TRUE
               MOVE 'ENTETE ABSENTE DE DACSPAY1.OUT' TO W-CTL-MOTIF
             WHEN NOT FL-FIN-VU
               SET FL-EMISSION-KO TO TRUE
               MOVE 'FIN DE FICHIER ABSENTE DE DACSPAY1.OUT'
                                          TO W-CTL-MOTIF
             WHEN FL-SUP-OUI AND NOT W-ENT-SUPPLEMENT
               SET FL-EMISSION-KO TO TRUE
               MOVE 'DACSPAY1.SUP SANS MARQUE DE FICHIER SUPPLEMENTAIRE'
                                          TO W-CTL-MOTIF
             WHEN FL-SUP-NON AND W-ENT-SUPPLEMENT
               SET FL-EMISSION-KO TO TRUE
               MOVE 'FICHIER SUPPLEMENTAIRE - A TRAITER SUR OPTION S'
                                          TO W-CTL-MOTIF
             WHEN W-CPT-INSTR NOT = W-FIN-NB-ANN
               SET FL-EMISSION-KO TO TRUE
               MOVE 'NOMBRE D INSTRUCTIONS DIFFERENT DE LA FIN'
                                          TO W-CTL-MOTIF
             WHEN W-HASH-CALCULE NOT = W-FIN-HASH-ANN
               SET FL-EMISSION-KO TO TRUE
               MOVE 'HASH DES INSTRUCTIONS DIFFERENT DE LA FIN'
                                          TO W-CTL-MOTIF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1300-CTRL-REGISTRE SECTION.
      *-----------------------------------------------------------------
      * Le fichier doit etre celui que DACSPAY1 a inscrit au registre
      * des emissions : derniere inscription de la date de valeur de
      * base et du cycle, memes nombre d'instructions, hash et marque de
      * remplacement. Un fichier non registre (emission en erreur,
      * fichier ancien ou modifie) n'est jamais transmis.
           OPEN INPUT FREGIST
           IF W-REGIST-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FREGIST - STATUT = '
                     W-REGIST-STATUS
           ELSE
             PERFORM 1310-LIT-REGISTRE UNTIL W-EOF-REG-YES
             CLOSE FREGIST
           END-IF

           EVALUATE TRUE
             WHEN NOT FL-REG-TROUVE-OUI
               SET FL-EMISSION-KO TO TRUE
               MOVE 'FICHIER D INSTRUCTIONS NON INSCRIT AU REGISTRE'
                                          TO W-CTL-MOTIF
             WHEN W-REG-NB NOT = W-FIN-NB-ANN
                  OR W-REG-HASH NOT = W-FIN-HASH-ANN
               SET FL-EMISSION-KO TO TRUE
               MOVE 'FICHIER D INSTRUCTIONS DIFFERENT DU REGISTRE'
                                          TO W-CTL-MOTIF
             WHEN W-REG-REMPLACE NOT = W-ENT-REMPLACE
               SET FL-EMISSION-KO TO TRUE
               MOVE 'MARQUE REMPLACEMENT DIFFERENTE DU REGISTRE'
                                          TO W-CTL-MOTIF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1310-LIT-REGISTRE SECTION.
      *-----------------------------------------------------------------
           READ FREGIST
             AT END
               SET W-EOF-REG-YES TO TRUE
             NOT AT END
      *--- Une inscription 'S' est celle d'un fichier supplementaire
      *    DACSPAY1.SUP, seule retenue sur option 'S' et jamais pour
      *    DACSPAY1.OUT ; sans cycle = cycle 1
               IF REG-CYCLE = SPACE
                 MOVE '1'       TO W-CYCLE-LU
               ELSE
                 MOVE REG-CYCLE TO W-CYCLE-LU
               END-IF
               IF REG-DATE = W-ENT-DATE
                  AND ((FL-SUP-NON AND REG-REMPLACE NOT = 'S'
                        AND W-CYCLE-LU = W-ENT-CYCLE)
                    OR (FL-SUP-OUI AND REG-REMPLACE = 'S'))
                 SET FL-REG-TROUVE-OUI TO TRUE
                 MOVE 0 TO W-REG-NB
                 MOVE 0 TO W-REG-HASH
                 IF REG-NB-INSTR IS NUMERIC
                   MOVE REG-NB-INSTR TO W-REG-NB
                 END-IF
                 IF REG-HASH IS NUMERIC
                   MOVE REG-HASH     TO W-REG-HASH
                 END-IF
                 MOVE REG-REMPLACE   TO W-REG-REMPLACE
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1400-CHARGE-JOURNAL SECTION.
      *-----------------------------------------------------------------
      * Releve dans le journal des messages le dernier numero d'ordre
      * de reference du jour, et charge les messages de la date de
      * valeur de base et du cycle du fichier. Des messages encore
      * actifs pour le cycle sur un fichier qui n'est pas un
      * remplacement = double
      * emission : arret. Journal absent = aucun message encore emis.
      * Le fichier supplementaire, journalise sous le cycle 'S', peut
      * etre emis plusieurs fois le meme jour (une passe de liberation
      * chacun) : seule une instruction deja emise l'arrete.
           OPEN INPUT FJRN
           EVALUATE W-JRN-STATUS
             WHEN '00'
               PERFORM 1410-LIT-JOURNAL UNTIL W-EOF-JRN-YES
               CLOSE FJRN
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY 'ERREUR OUVERTURE FJRN - STATUT = '
                       W-JRN-STATUS
               SET FL-EMISSION-KO TO TRUE
               MOVE 'JOURNAL DES MESSAGES ILLISIBLE' TO W-CTL-MOTIF
           END-EVALUATE

      *--- Messages annules : toute ligne 'A' neutralise le message
      *    dont elle porte la reference
           PERFORM VARYING W-JRN-IND FROM 1 BY 1
                   UNTIL W-JRN-IND > W-JRN-NBENR
             IF NOT W-JRN-ETAT-EMIS(W-JRN-IND)
               PERFORM VARYING W-JRN-IND2 FROM 1 BY 1
                       UNTIL W-JRN-IND2 > W-JRN-NBENR
                 IF W-JRN-TRN(W-JRN-IND2) = W-JRN-TRN-ORIG(W-JRN-IND)
                   SET W-JRN-ANNULE-OUI(W-JRN-IND2) TO TRUE
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM

           PERFORM VARYING W-JRN-IND FROM 1 BY 1
                   UNTIL W-JRN-IND > W-JRN-NBENR
             IF W-JRN-ETAT-EMIS(W-JRN-IND)
                AND NOT W-JRN-ANNULE-OUI(W-JRN-IND)
               ADD 1 TO W-JRN-NB-ACTIFS
               IF W-JRN-PACS(W-JRN-IND) = 'O'
                 ADD 1 TO W-JRN-NB-PACS
               END-IF
             END-IF
           END-PERFORM

           IF FL-EMISSION-OK AND W-JRN-NB-ACTIFS > 0
              AND NOT W-ENT-REMPLACEMENT
             IF FL-SUP-OUI
               PERFORM 1450-CTRL-SUPPLEMENT
             ELSE
               SET FL-EMISSION-KO TO TRUE
               MOVE 'MESSAGES DEJA EMIS POUR CETTE DATE ET CE CYCLE'
                                          TO W-CTL-MOTIF
             END-IF
           END-IF

           IF FL-EMISSION-OK AND W-ENT-REMPLACEMENT
              AND W-JRN-NB-ACTIFS = 0
             DISPLAY 'ATTENTION 1400-CHARGE-JOURNAL : FICHIER DE '
                     'REMPLACEMENT SANS MESSAGE ACTIF A ANNULER '
                     'POUR LA DATE ' W-ENT-DATE ' CYCLE ' W-ENT-CYCLE
           END-IF
           .

      *-----------------------------------------------------------------
       1410-LIT-JOURNAL SECTION.
      *-----------------------------------------------------------------
           READ FJRN
             AT END
               SET W-EOF-JRN-YES TO TRUE
             NOT AT END
               IF JRN-DATE-EMIS = W-DATE-EMIS
                  AND JRN-TRN(11:6) IS NUMERIC
                 MOVE JRN-TRN(11:6) TO W-SEQ-LU
                 IF W-SEQ-LU > W-SEQ
                   MOVE W-SEQ-LU TO W-SEQ
                 END-IF
               END-IF
               IF JRN-CYCLE = SPACE
                 MOVE '1'       TO W-CYCLE-LU
               ELSE
                 MOVE JRN-CYCLE TO W-CYCLE-LU
               END-IF
               IF JRN-DATE-BASE = W-ENT-DATE
                  AND W-CYCLE-LU = W-ENT-CYCLE
                 IF W-JRN-NBENR >= C-JRN-MAX-ENR
                   SET FL-EMISSION-KO TO TRUE
                   MOVE 'CAPACITE DU JOURNAL DES MESSAGES ATTEINTE'
                                          TO W-CTL-MOTIF
                 ELSE
                   ADD 1 TO W-JRN-NBENR
                   MOVE JRN-DATE-EMIS TO W-JRN-DATE-EMIS(W-JRN-NBENR)
                   MOVE JRN-TRN       TO W-JRN-TRN(W-JRN-NBENR)
                   MOVE JRN-UETR      TO W-JRN-UETR(W-JRN-NBENR)
                   MOVE JRN-TYPE      TO W-JRN-TYPE(W-JRN-NBENR)
                   MOVE JRN-CPTY      TO W-JRN-CPTY(W-JRN-NBENR)
                   MOVE JRN-DEV       TO W-JRN-DEV(W-JRN-NBENR)
                   MOVE JRN-MONTANT   TO W-JRN-MONTANT(W-JRN-NBENR)
                   MOVE JRN-SENS      TO W-JRN-SENS(W-JRN-NBENR)
                   MOVE JRN-DATE-VAL  TO W-JRN-DATE-VAL(W-JRN-NBENR)
                   MOVE JRN-BIC-DEST  TO W-JRN-BIC-DEST(W-JRN-NBENR)
                   MOVE JRN-PACS      TO W-JRN-PACS(W-JRN-NBENR)
                   MOVE JRN-ETAT      TO W-JRN-ETAT(W-JRN-NBENR)
                   MOVE JRN-TRN-ORIG  TO W-JRN-TRN-ORIG(W-JRN-NBENR)
                   MOVE '0'           TO W-JRN-ANNULE(W-JRN-NBENR)
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1450-CTRL-SUPPLEMENT SECTION.
      *-----------------------------------------------------------------
      * Fichier supplementaire : arret si une devise a emettre du
      * fichier a deja un message actif de la date sous le cycle 'S'
      * (meme correspondant, devise, sens, date de valeur et montant),
      * le fichier ou une partie a deja ete transmis.
           PERFORM VARYING W-LEG-IND FROM 1 BY 1
                   UNTIL W-LEG-IND > W-LEG-NBENR OR FL-EMISSION-KO
             IF W-LEG-MNT(W-LEG-IND) NOT = 0
               PERFORM VARYING W-JRN-IND FROM 1 BY 1
                       UNTIL W-JRN-IND > W-JRN-NBENR OR FL-EMISSION-KO
                 MOVE W-JRN-MONTANT(W-JRN-IND) TO W-MNT-RECU-R
                 IF W-JRN-ETAT-EMIS(W-JRN-IND)
                    AND NOT W-JRN-ANNULE-OUI(W-JRN-IND)
                    AND W-JRN-CPTY(W-JRN-IND) = W-LEG-CPTY(W-LEG-IND)
                    AND W-JRN-DEV(W-JRN-IND) = W-LEG-DEV(W-LEG-IND)
                    AND W-JRN-SENS(W-JRN-IND) = W-LEG-SENS(W-LEG-IND)
                    AND W-JRN-DATE-VAL(W-JRN-IND)
                                        = W-LEG-DATE-VAL(W-LEG-IND)
                    AND W-MNT-RECU = W-LEG-MNT(W-LEG-IND)
                   SET FL-EMISSION-KO TO TRUE
                   MOVE 'INSTRUCTIONS LIBEREES DEJA EMISES (SUP)'
                                          TO W-CTL-MOTIF
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       1500-OUVRE-SORTIES SECTION.
      *-----------------------------------------------------------------
      * Le maitre des correspondants est indispensable (BIC du
      * correspondant, repli quand la SSI n'est pas en vigueur). Le
      * fichier ISO 20022 n'est ouvert que s'il doit recevoir un
      * pacs.009 ou une annulation camt.056.
           OPEN INPUT FCPTYM
           IF W-CPTYM-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FCPTYM - STATUT = '
                     W-CPTYM-STATUS
             SET FL-EMISSION-KO TO TRUE
             MOVE 'MAITRE DES CORRESPONDANTS CPTYMAST INDISPONIBLE'
                                          TO W-CTL-MOTIF
           END-IF

           IF FL-EMISSION-OK
             OPEN OUTPUT FMT
             IF W-MT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FMT - STATUT = ' W-MT-STATUS
               SET FL-EMISSION-KO TO TRUE
               MOVE 'FICHIER DES MESSAGES MT NON CREE' TO W-CTL-MOTIF
             END-IF
           END-IF

           IF FL-EMISSION-OK
              AND (FL-ISO-OUI
                   OR (W-ENT-REMPLACEMENT AND W-JRN-NB-PACS > 0))
             OPEN OUTPUT FXML
             IF W-XML-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FXML - STATUT = '
                       W-XML-STATUS
               SET FL-EMISSION-KO TO TRUE
               MOVE 'FICHIER DES MESSAGES ISO 20022 NON CREE'
                                          TO W-CTL-MOTIF
             ELSE
               SET FL-XML-OK TO TRUE
             END-IF
           END-IF

           IF FL-EMISSION-OK
             OPEN OUTPUT FSWFOUT
             IF W-SWFOUT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FSWFOUT - STATUT = '
                       W-SWFOUT-STATUS
               SET FL-EMISSION-KO TO TRUE
               MOVE 'RAPPORT DE CONTROLE NON CREE' TO W-CTL-MOTIF
             END-IF
           END-IF

           IF FL-EMISSION-OK
             OPEN EXTEND FJRN
             IF W-JRN-STATUS = '05' OR '35'
               OPEN OUTPUT FJRN
             END-IF
             IF W-JRN-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FJRN - STATUT = '
                       W-JRN-STATUS
               SET FL-EMISSION-KO TO TRUE
               MOVE 'JOURNAL DES MESSAGES NON OUVERT' TO W-CTL-MOTIF
             END-IF
           END-IF

           IF FL-EMISSION-KO
             DISPLAY 'DACSSWF1 : ' W-CTL-MOTIF
             DISPLAY 'DACSSWF1 : ARRET SANS GENERATION DE MESSAGE'
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE W-ENT-DATE  TO COL-TIT-DATE
             MOVE W-ENT-CYCLE TO COL-TIT-CYCLE
             EVALUATE TRUE
               WHEN W-ENT-REMPLACEMENT
                 MOVE 'FICHIER DE REMPLACEMENT' TO COL-TIT-REMPLACE
               WHEN W-ENT-SUPPLEMENT
                 MOVE 'FICHIER SUPPLEMENTAIRE' TO COL-TIT-REMPLACE
             END-EVALUATE
             WRITE SWF-OUT-REC FROM SWF-LIGNE-TITRE
           END-IF
           .

      *-----------------------------------------------------------------
       1900-FERME-SORTIES SECTION.
      *-----------------------------------------------------------------
           CLOSE FCPTYM
           CLOSE FMT
           IF FL-XML-OK
             CLOSE FXML
           END-IF
           CLOSE FSWFOUT
           CLOSE FJRN
           .

      *-----------------------------------------------------------------
       5000-EMET-ANNULATIONS SECTION.
      *-----------------------------------------------------------------
      * Fichier de remplacement : chaque message encore actif de la
      * date de valeur de base est annule (MT292 rappelant le type et
      * la reference du message d'origine, camt.056 pour un pacs.009
      * emis en double), avant emission des messages du nouveau
      * fichier. L'annulation est journalisee sous sa propre
      * reference, avec la reference du message annule.
           MOVE 'ANNULATIONS DES MESSAGES DEJA EMIS :' TO SWF-OUT-REC
           WRITE SWF-OUT-REC

           PERFORM VARYING W-JRN-IND FROM 1 BY 1
                   UNTIL W-JRN-IND > W-JRN-NBENR
             IF W-JRN-ETAT-EMIS(W-JRN-IND)
                AND NOT W-JRN-ANNULE-OUI(W-JRN-IND)
               PERFORM 5050-EMET-MT292
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       5050-EMET-MT292 SECTION.
      *-----------------------------------------------------------------
           PERFORM 7100-NOUVELLE-REFERENCE
           MOVE W-JRN-TRN(W-JRN-IND)  TO W-TRN-ORIG
      *--- L'UETR est celui du message d'origine (suivi de la demande
      *    d'annulation sur la transaction qu'elle vise)
           MOVE W-JRN-UETR(W-JRN-IND) TO W-UETR
           MOVE W-JRN-BIC-DEST(W-JRN-IND) TO W-LT-BIC
           MOVE 'X'                   TO W-LT-CODE
           PERFORM 7300-ADRESSE-SWIFT
           MOVE W-LT-RESULTAT         TO W-LT-DEST

           MOVE SPACES TO W-MT-LIGNE
           STRING '{1:F01'            DELIMITED BY SIZE
                  W-LT-EMETTEUR       DELIMITED BY SIZE
                  '0000000000}{2:I292' DELIMITED BY SIZE
                  W-LT-DEST           DELIMITED BY SIZE
                  'N}{3:{121:'        DELIMITED BY SIZE
                  W-UETR              DELIMITED BY SIZE
                  '}}{4:'             DELIMITED BY SIZE
                  INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT

           STRING ':20:' W-TRN DELIMITED BY SIZE INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           STRING ':21:' W-TRN-ORIG DELIMITED BY SIZE INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           STRING ':11S:' W-JRN-TYPE(W-JRN-IND) DELIMITED BY SIZE
                  INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           MOVE W-JRN-DATE-EMIS(W-JRN-IND) TO W-FMT-DATE
           PERFORM 7250-FORMATE-DATE
           MOVE W-FMT-AAMMJJ TO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           MOVE ':79:/DUPL/' TO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           MOVE 'INSTRUCTION REMPLACEE PAR UNE NOUVELLE EMISSION'
                                          TO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           PERFORM 7550-FIN-MT
           ADD 1 TO W-CPT-MT292

           MOVE 'N' TO W-MSG-PACS
           IF W-JRN-PACS(W-JRN-IND) = 'O'
             PERFORM 5060-EMET-CAMT056
             MOVE 'O' TO W-MSG-PACS
           END-IF

      *--- Journal et rapport : la ligne d'annulation reprend les
      *    donnees du message annule
           MOVE SPACES                     TO JRN-REC
           MOVE W-ENT-DATE                 TO JRN-DATE-BASE
           MOVE W-ENT-CYCLE                TO JRN-CYCLE
           MOVE W-DATE-EMIS                TO JRN-DATE-EMIS
           MOVE W-TRN                      TO JRN-TRN
           MOVE W-UETR                     TO JRN-UETR
           MOVE '292'                      TO JRN-TYPE
           MOVE W-JRN-CPTY(W-JRN-IND)      TO JRN-CPTY
           MOVE W-JRN-DEV(W-JRN-IND)       TO JRN-DEV
           MOVE W-JRN-MONTANT(W-JRN-IND)   TO JRN-MONTANT
           MOVE W-JRN-SENS(W-JRN-IND)      TO JRN-SENS
           MOVE W-JRN-DATE-VAL(W-JRN-IND)  TO JRN-DATE-VAL
           MOVE W-JRN-BIC-DEST(W-JRN-IND)  TO JRN-BIC-DEST
           MOVE W-MSG-PACS                 TO JRN-PACS
           SET JRN-ETAT-ANNULATION         TO TRUE
           MOVE W-TRN-ORIG                 TO JRN-TRN-ORIG
           PERFORM 7600-ECRIT-JOURNAL

           MOVE SPACES                     TO SWF-LIGNE-MSG
           MOVE 'MT292'                    TO COL-MSG-TYPE
           MOVE W-TRN                      TO COL-MSG-TRN
           STRING 'ANNULE ' W-TRN-ORIG DELIMITED BY SIZE
                  INTO COL-MSG-UETR
           MOVE W-JRN-CPTY(W-JRN-IND)      TO COL-MSG-CPTY
           MOVE W-JRN-DEV(W-JRN-IND)       TO COL-MSG-DEV
           MOVE W-JRN-MONTANT(W-JRN-IND)   TO W-MNT-RECU-R
           MOVE W-MNT-RECU                 TO COL-MSG-MONTANT
           MOVE W-JRN-SENS(W-JRN-IND)      TO COL-MSG-SENS
           MOVE W-JRN-DATE-VAL(W-JRN-IND)  TO COL-MSG-DATE-VAL
           MOVE W-JRN-BIC-DEST(W-JRN-IND)  TO COL-MSG-BIC
           IF W-MSG-PACS = 'O'
             MOVE '+CAMT.056'              TO COL-MSG-REMARQUE
           END-IF
           WRITE SWF-OUT-REC FROM SWF-LIGNE-MSG
           .

      *-----------------------------------------------------------------
       5060-EMET-CAMT056 SECTION.
      *-----------------------------------------------------------------
      * Demande d'annulation ISO 20022 du pacs.009 emis en double du
      * MT202 annule.
           MOVE W-JRN-MONTANT(W-JRN-IND) TO W-MNT-RECU-R
           MOVE W-MNT-RECU               TO W-FMT-MNT
           PERFORM 7200-FORMATE-MONTANT
           MOVE W-JRN-DATE-VAL(W-JRN-IND) TO W-FMT-DATE
           PERFORM 7250-FORMATE-DATE

           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'camt.056.001.08">'      DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE ' <FIToFIPmtCxlReq>'      TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '  <Assgnmt>'             TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <Id>' W-TRN '</Id>' DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <Assgnr><Agt><FinInstnId><BICFI>'
                                          DELIMITED BY SIZE
                  W-BIC-EMETTEUR          DELIMITED BY SPACE
                  '</BICFI></FinInstnId></Agt></Assgnr>'
                                          DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <Assgne><Agt><FinInstnId><BICFI>'
                                          DELIMITED BY SIZE
                  W-JRN-BIC-DEST(W-JRN-IND) DELIMITED BY SPACE
                  '</BICFI></FinInstnId></Agt></Assgne>'
                                          DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <CreDtTm>' W-FMT-CREDTTM '</CreDtTm>'
                  DELIMITED BY SIZE INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '  </Assgnmt>'            TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '  <Undrlyg><TxInf>'      TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <CxlId>' W-TRN '</CxlId>' DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <OrgnlGrpInf><OrgnlMsgId>' DELIMITED BY SIZE
                  W-TRN-ORIG              DELIMITED BY SIZE
                  '</OrgnlMsgId><OrgnlMsgNmId>pacs.009.001.08'
                                          DELIMITED BY SIZE
                  '</OrgnlMsgNmId></OrgnlGrpInf>'
                                          DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <OrgnlInstrId>' W-TRN-ORIG '</OrgnlInstrId>'
                  DELIMITED BY SIZE INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <OrgnlUETR>' W-UETR '</OrgnlUETR>'
                  DELIMITED BY SIZE INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <OrgnlIntrBkSttlmAmt Ccy="' DELIMITED BY SIZE
                  W-JRN-DEV(W-JRN-IND)    DELIMITED BY SIZE
                  '">'                    DELIMITED BY SIZE
                  W-FMT-XML               DELIMITED BY SPACE
                  '</OrgnlIntrBkSttlmAmt>' DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <OrgnlIntrBkSttlmDt>' W-FMT-ISO
                  '</OrgnlIntrBkSttlmDt>' DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '   <CxlRsnInf><Rsn><Cd>DUPL</Cd></Rsn></CxlRsnInf>'
                                          TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '  </TxInf></Undrlyg>'    TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE ' </FIToFIPmtCxlReq>'     TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '</Document>'             TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           ADD 1 TO W-CPT-CAMT056
           .

      *-----------------------------------------------------------------
       5100-EMET-MESSAGES SECTION.
      *-----------------------------------------------------------------
      * Un message par devise de ventilation non soldee : MT202 pour
      * une devise a payer ('D', double d'un pacs.009 si le
      * commutateur ISO 20022 est servi), MT210 pour une devise a
      * recevoir ('C'). Une devise sans destinataire exploitable
      * n'est pas emise et ressort en exception : elle reste comptee
      * dans le rapprochement avec le hash.
           MOVE 'MESSAGES EMIS :' TO SWF-OUT-REC
           WRITE SWF-OUT-REC

           PERFORM VARYING W-LEG-IND FROM 1 BY 1
                   UNTIL W-LEG-IND > W-LEG-NBENR
             IF W-LEG-MNT(W-LEG-IND) = 0
               ADD 1 TO W-CPT-SOLDES
             ELSE
               PERFORM 5150-RESOUT-DESTINATAIRE
               IF W-DEST-MOTIF NOT = SPACES
                 PERFORM 5190-ECARTE-VENTILATION
               ELSE
                 IF W-LEG-SENS-RECEVOIR(W-LEG-IND)
                   PERFORM 5300-EMET-MT210
                 ELSE
                   PERFORM 5200-EMET-MT202
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           IF W-CPT-NON-EMIS > 0
             MOVE 'VENTILATIONS NON EMISES - A REGLER A LA MAIN :'
                                          TO SWF-OUT-REC
             WRITE SWF-OUT-REC
             PERFORM VARYING W-LEG-IND FROM 1 BY 1
                     UNTIL W-LEG-IND > W-LEG-NBENR
               IF W-LEG-MNT(W-LEG-IND) > 0
                 PERFORM 5150-RESOUT-DESTINATAIRE
                 IF W-DEST-MOTIF NOT = SPACES
                   MOVE SPACES                   TO SWF-LIGNE-EXC
                   MOVE W-LEG-CPTY(W-LEG-IND)    TO COL-EXC-CPTY
                   MOVE W-LEG-DEV(W-LEG-IND)     TO COL-EXC-DEV
                   MOVE W-LEG-MNT(W-LEG-IND)     TO COL-EXC-MONTANT
                   MOVE W-LEG-SENS(W-LEG-IND)    TO COL-EXC-SENS
                   MOVE W-LEG-DATE-VAL(W-LEG-IND)
                                                 TO COL-EXC-DATE-VAL
                   MOVE W-DEST-MOTIF             TO COL-EXC-MOTIF
                   WRITE SWF-OUT-REC FROM SWF-LIGNE-EXC
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .

      *-----------------------------------------------------------------
       5150-RESOUT-DESTINATAIRE SECTION.
      *-----------------------------------------------------------------
      * BIC et compte du beneficiaire de la devise W-LEG-IND : ceux de
      * la SSI de la devise quand elle est en vigueur, sinon ceux du
      * maitre CPTYMAST. Le correspondant doit exister et etre actif
      * au maitre (son BIC est aussi celui de l'etablissement
      * donneur d'ordre d'un MT210).
           MOVE SPACES TO W-DEST-MOTIF
           MOVE SPACES TO W-DEST-BIC
           MOVE SPACES TO W-DEST-COMPTE
           MOVE SPACES TO W-DEST-INTERM
           MOVE SPACES TO W-CPTY-BIC

           MOVE W-LEG-CPTY(W-LEG-IND) TO CPM-CPTY
           READ FCPTYM
           EVALUATE W-CPTYM-STATUS
             WHEN '00'
               MOVE CPM-BIC TO W-CPTY-BIC
               IF CPM-ETAT-INACTIF
                 MOVE 'CORRESPONDANT INACTIF' TO W-DEST-MOTIF
               END-IF
             WHEN '23'
               MOVE 'CORRESPONDANT INCONNU' TO W-DEST-MOTIF
             WHEN OTHER
               MOVE 'ERREUR LECTURE CPTYMAST' TO W-DEST-MOTIF
               DISPLAY 'ERREUR LECTURE CPTYMAST - STATUT = '
                       W-CPTYM-STATUS ' POUR ' W-LEG-CPTY(W-LEG-IND)
           END-EVALUATE

           IF W-DEST-MOTIF = SPACES
             IF W-LEG-SSI-EN-VIGUEUR(W-LEG-IND)
               SET W-DEST-ORIGINE-SSI    TO TRUE
               MOVE W-LEG-SSI-BIC(W-LEG-IND)    TO W-DEST-BIC
               MOVE W-LEG-SSI-COMPTE(W-LEG-IND) TO W-DEST-COMPTE
               MOVE W-LEG-SSI-INTERM(W-LEG-IND) TO W-DEST-INTERM
             ELSE
               SET W-DEST-ORIGINE-MAITRE TO TRUE
               MOVE CPM-BIC              TO W-DEST-BIC
               MOVE CPM-IBAN             TO W-DEST-COMPTE
             END-IF
             IF W-DEST-BIC(1:8) = SPACES
               MOVE 'BIC BENEFICIAIRE ABSENT' TO W-DEST-MOTIF
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       5190-ECARTE-VENTILATION SECTION.
      *-----------------------------------------------------------------
           ADD 1 TO W-CPT-NON-EMIS
           ADD W-LEG-MNT(W-LEG-IND) TO W-TOT-NON-EMIS
           DISPLAY 'ATTENTION 5190-ECARTE-VENTILATION : '
                   W-LEG-DEV(W-LEG-IND) ' DE ' W-LEG-CPTY(W-LEG-IND)
                   ' NON EMISE - ' W-DEST-MOTIF
           .

      *-----------------------------------------------------------------
       5200-EMET-MT202 SECTION.
      *-----------------------------------------------------------------
      * MT202 (transfert d'institution financiere) : adresse a
      * l'intermediaire de la SSI s'il est servi (56A), sinon
      * directement a l'etablissement beneficiaire (58A avec le
      * compte).
           PERFORM 7100-NOUVELLE-REFERENCE
           PERFORM 7150-GENERE-UETR
           MOVE W-LEG-MNT(W-LEG-IND)      TO W-FMT-MNT
           PERFORM 7200-FORMATE-MONTANT
           MOVE W-LEG-DATE-VAL(W-LEG-IND) TO W-FMT-DATE
           PERFORM 7250-FORMATE-DATE

           IF W-DEST-INTERM(1:8) NOT = SPACES
             MOVE W-DEST-INTERM TO W-LT-BIC
           ELSE
             MOVE W-DEST-BIC    TO W-LT-BIC
           END-IF
           MOVE 'X'             TO W-LT-CODE
           PERFORM 7300-ADRESSE-SWIFT
           MOVE W-LT-RESULTAT   TO W-LT-DEST

           MOVE SPACES TO W-MT-LIGNE
           STRING '{1:F01'            DELIMITED BY SIZE
                  W-LT-EMETTEUR       DELIMITED BY SIZE
                  '0000000000}{2:I202' DELIMITED BY SIZE
                  W-LT-DEST           DELIMITED BY SIZE
                  'N}{3:{121:'        DELIMITED BY SIZE
                  W-UETR              DELIMITED BY SIZE
                  '}}{4:'             DELIMITED BY SIZE
                  INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT

           STRING ':20:' W-TRN DELIMITED BY SIZE INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           STRING ':21:' W-LEG-CPTY(W-LEG-IND) DELIMITED BY SIZE
                  INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           STRING ':32A:'             DELIMITED BY SIZE
                  W-FMT-AAMMJJ        DELIMITED BY SIZE
                  W-LEG-DEV(W-LEG-IND) DELIMITED BY SIZE
                  W-FMT-SWIFT         DELIMITED BY SPACE
                  INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           IF W-DEST-INTERM(1:8) NOT = SPACES
             STRING ':56A:' W-DEST-INTERM DELIMITED BY SIZE
                    INTO W-MT-LIGNE
             PERFORM 7500-ECRIT-MT
           END-IF
           IF W-DEST-COMPTE NOT = SPACES
             STRING ':58A:/'          DELIMITED BY SIZE
                    W-DEST-COMPTE     DELIMITED BY SPACE
                    INTO W-MT-LIGNE
             PERFORM 7500-ECRIT-MT
             MOVE W-DEST-BIC TO W-MT-LIGNE
           ELSE
             STRING ':58A:' W-DEST-BIC DELIMITED BY SIZE
                    INTO W-MT-LIGNE
           END-IF
           PERFORM 7500-ECRIT-MT
           PERFORM 7550-FIN-MT

           ADD 1 TO W-CPT-MT202
           ADD W-LEG-MNT(W-LEG-IND) TO W-TOT-MT202

           MOVE '202'   TO W-MSG-TYPE
           MOVE 'N'     TO W-MSG-PACS
           MOVE SPACES  TO W-MSG-REMARQUE
           IF FL-ISO-OUI
             PERFORM 5250-EMET-PACS009
             MOVE 'O'          TO W-MSG-PACS
             MOVE '+PACS.009'  TO W-MSG-REMARQUE
           END-IF
           PERFORM 5400-JOURNALISE-MESSAGE
           .

      *-----------------------------------------------------------------
       5250-EMET-PACS009 SECTION.
      *-----------------------------------------------------------------
      * pacs.009 equivalent du MT202 : meme reference, meme UETR,
      * meme montant et date de reglement.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pacs.009.001.08">'      DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE ' <FICdtTrf>'             TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '  <GrpHdr>'              TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <MsgId>' W-TRN '</MsgId>' DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <CreDtTm>' W-FMT-CREDTTM '</CreDtTm>'
                  DELIMITED BY SIZE INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '   <NbOfTxs>1</NbOfTxs>' TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '   <SttlmInf><SttlmMtd>INDA</SttlmMtd></SttlmInf>'
                                          TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '  </GrpHdr>'             TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '  <CdtTrfTxInf>'         TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <PmtId><InstrId>' W-TRN '</InstrId>'
                  '<EndToEndId>'          DELIMITED BY SIZE
                  W-LEG-CPTY(W-LEG-IND)   DELIMITED BY SPACE
                  '</EndToEndId><UETR>'   DELIMITED BY SIZE
                  W-UETR '</UETR></PmtId>' DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <IntrBkSttlmAmt Ccy="' DELIMITED BY SIZE
                  W-LEG-DEV(W-LEG-IND)    DELIMITED BY SIZE
                  '">'                    DELIMITED BY SIZE
                  W-FMT-XML               DELIMITED BY SPACE
                  '</IntrBkSttlmAmt>'     DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <IntrBkSttlmDt>' W-FMT-ISO '</IntrBkSttlmDt>'
                  DELIMITED BY SIZE INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           STRING '   <Dbtr><FinInstnId><BICFI>' DELIMITED BY SIZE
                  W-BIC-EMETTEUR          DELIMITED BY SPACE
                  '</BICFI></FinInstnId></Dbtr>' DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           IF W-DEST-INTERM(1:8) NOT = SPACES
             STRING '   <IntrmyAgt1><FinInstnId><BICFI>'
                                          DELIMITED BY SIZE
                    W-DEST-INTERM         DELIMITED BY SPACE
                    '</BICFI></FinInstnId></IntrmyAgt1>'
                                          DELIMITED BY SIZE
                    INTO W-XML-LIGNE
             PERFORM 7400-ECRIT-XML
           END-IF
           STRING '   <Cdtr><FinInstnId><BICFI>' DELIMITED BY SIZE
                  W-DEST-BIC              DELIMITED BY SPACE
                  '</BICFI></FinInstnId></Cdtr>' DELIMITED BY SIZE
                  INTO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           IF W-DEST-COMPTE NOT = SPACES
             STRING '   <CdtrAcct><Id><Othr><Id>' DELIMITED BY SIZE
                    W-DEST-COMPTE         DELIMITED BY SPACE
                    '</Id></Othr></Id></CdtrAcct>' DELIMITED BY SIZE
                    INTO W-XML-LIGNE
             PERFORM 7400-ECRIT-XML
           END-IF
           MOVE '  </CdtTrfTxInf>'        TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE ' </FICdtTrf>'            TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           MOVE '</Document>'             TO W-XML-LIGNE
           PERFORM 7400-ECRIT-XML
           ADD 1 TO W-CPT-PACS009
           .

      *-----------------------------------------------------------------
       5300-EMET-MT210 SECTION.
      *-----------------------------------------------------------------
      * MT210 (avis de reception de fonds) adresse a l'etablissement
      * teneur du compte de reglement de la devise : compte (25),
      * date de valeur (30), montant (32B) et etablissement donneur
      * d'ordre, le correspondant lui-meme (52A).
           PERFORM 7100-NOUVELLE-REFERENCE
           PERFORM 7150-GENERE-UETR
           MOVE W-LEG-MNT(W-LEG-IND)      TO W-FMT-MNT
           PERFORM 7200-FORMATE-MONTANT
           MOVE W-LEG-DATE-VAL(W-LEG-IND) TO W-FMT-DATE
           PERFORM 7250-FORMATE-DATE

           MOVE W-DEST-BIC      TO W-LT-BIC
           MOVE 'X'             TO W-LT-CODE
           PERFORM 7300-ADRESSE-SWIFT
           MOVE W-LT-RESULTAT   TO W-LT-DEST

           MOVE SPACES TO W-MT-LIGNE
           STRING '{1:F01'            DELIMITED BY SIZE
                  W-LT-EMETTEUR       DELIMITED BY SIZE
                  '0000000000}{2:I210' DELIMITED BY SIZE
                  W-LT-DEST           DELIMITED BY SIZE
                  'N}{3:{121:'        DELIMITED BY SIZE
                  W-UETR              DELIMITED BY SIZE
                  '}}{4:'             DELIMITED BY SIZE
                  INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT

           STRING ':20:' W-TRN DELIMITED BY SIZE INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           IF W-DEST-COMPTE NOT = SPACES
             STRING ':25:' W-DEST-COMPTE DELIMITED BY SIZE
                    INTO W-MT-LIGNE
             PERFORM 7500-ECRIT-MT
           END-IF
           STRING ':30:' W-FMT-AAMMJJ DELIMITED BY SIZE
                  INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           STRING ':21:' W-LEG-CPTY(W-LEG-IND) DELIMITED BY SIZE
                  INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           STRING ':32B:'             DELIMITED BY SIZE
                  W-LEG-DEV(W-LEG-IND) DELIMITED BY SIZE
                  W-FMT-SWIFT         DELIMITED BY SPACE
                  INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           STRING ':52A:' W-CPTY-BIC DELIMITED BY SIZE
                  INTO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           PERFORM 7550-FIN-MT

           ADD 1 TO W-CPT-MT210
           ADD W-LEG-MNT(W-LEG-IND) TO W-TOT-MT210

           MOVE '210'   TO W-MSG-TYPE
           MOVE 'N'     TO W-MSG-PACS
           MOVE SPACES  TO W-MSG-REMARQUE
           PERFORM 5400-JOURNALISE-MESSAGE
           .

      *-----------------------------------------------------------------
       5400-JOURNALISE-MESSAGE SECTION.
      *-----------------------------------------------------------------
      * Journal des messages et ligne de rapport du message emis pour
      * la devise W-LEG-IND.
           MOVE SPACES                     TO JRN-REC
           MOVE W-ENT-DATE                 TO JRN-DATE-BASE
           MOVE W-ENT-CYCLE                TO JRN-CYCLE
           MOVE W-DATE-EMIS                TO JRN-DATE-EMIS
           MOVE W-TRN                      TO JRN-TRN
           MOVE W-UETR                     TO JRN-UETR
           MOVE W-MSG-TYPE                 TO JRN-TYPE
           MOVE W-LEG-CPTY(W-LEG-IND)      TO JRN-CPTY
           MOVE W-LEG-DEV(W-LEG-IND)       TO JRN-DEV
           MOVE W-LEG-MNT(W-LEG-IND)       TO W-MNT-RECU
           MOVE W-MNT-RECU-R               TO JRN-MONTANT
           MOVE W-LEG-SENS(W-LEG-IND)      TO JRN-SENS
           MOVE W-LEG-DATE-VAL(W-LEG-IND)  TO JRN-DATE-VAL
           MOVE W-LT-BIC                   TO JRN-BIC-DEST
           MOVE W-MSG-PACS                 TO JRN-PACS
           SET JRN-ETAT-EMIS               TO TRUE
           PERFORM 7600-ECRIT-JOURNAL

           IF W-DEST-ORIGINE-SSI
             ADD 1 TO W-CPT-SSI
           ELSE
             ADD 1 TO W-CPT-MAITRE
           END-IF

           MOVE SPACES                     TO SWF-LIGNE-MSG
           STRING 'MT' W-MSG-TYPE DELIMITED BY SIZE INTO COL-MSG-TYPE
           MOVE W-TRN                      TO COL-MSG-TRN
           MOVE W-UETR                     TO COL-MSG-UETR
           MOVE W-LEG-CPTY(W-LEG-IND)      TO COL-MSG-CPTY
           MOVE W-LEG-DEV(W-LEG-IND)       TO COL-MSG-DEV
           MOVE W-LEG-MNT(W-LEG-IND)       TO COL-MSG-MONTANT
           MOVE W-LEG-SENS(W-LEG-IND)      TO COL-MSG-SENS
           MOVE W-LEG-DATE-VAL(W-LEG-IND)  TO COL-MSG-DATE-VAL
           MOVE W-LT-BIC                   TO COL-MSG-BIC
           MOVE W-DEST-ORIGINE             TO COL-MSG-ORIGINE
           MOVE W-MSG-REMARQUE             TO COL-MSG-REMARQUE
           WRITE SWF-OUT-REC FROM SWF-LIGNE-MSG
           .

      *-----------------------------------------------------------------
       6000-EDITE-CONTROLE SECTION.
      *-----------------------------------------------------------------
      * Rapport de controle : nombres et montants des messages par
      * type, ventilations soldees ou non emises, annulations, puis
      * rapprochement avec la fin de DACSPAY1.OUT : les montants des
      * MT202, des MT210 et des ventilations non emises doivent
      * redonner le hash de fin (somme des totaux de controle des
      * instructions).
           MOVE SPACES TO SWF-OUT-REC
           STRING 'INSTRUCTIONS LUES : '      DELIMITED BY SIZE
                  W-CPT-INSTR                 DELIMITED BY SIZE
                  ' / ANNONCEES : '           DELIMITED BY SIZE
                  W-FIN-NB-ANN                DELIMITED BY SIZE
                  ' - VENTILATIONS : '        DELIMITED BY SIZE
                  W-CPT-LEGS                  DELIMITED BY SIZE
                  ' - SOLDEES SANS MESSAGE : ' DELIMITED BY SIZE
                  W-CPT-SOLDES                DELIMITED BY SIZE
                  INTO SWF-OUT-REC
           WRITE SWF-OUT-REC

           MOVE 'MT202 EMIS :'            TO COL-CTL-LIBELLE
           MOVE W-CPT-MT202               TO COL-CTL-NB
           MOVE W-TOT-MT202-R             TO COL-CTL-MONTANT
           WRITE SWF-OUT-REC FROM SWF-LIGNE-CTL

           MOVE 'MT210 EMIS :'            TO COL-CTL-LIBELLE
           MOVE W-CPT-MT210               TO COL-CTL-NB
           MOVE W-TOT-MT210-R             TO COL-CTL-MONTANT
           WRITE SWF-OUT-REC FROM SWF-LIGNE-CTL

           MOVE 'VENTILATIONS NON EMISES :' TO COL-CTL-LIBELLE
           MOVE W-CPT-NON-EMIS            TO COL-CTL-NB
           MOVE W-TOT-NON-EMIS-R          TO COL-CTL-MONTANT
           WRITE SWF-OUT-REC FROM SWF-LIGNE-CTL

           MOVE SPACES TO SWF-OUT-REC
           STRING 'PACS.009 EMIS : '          DELIMITED BY SIZE
                  W-CPT-PACS009               DELIMITED BY SIZE
                  ' - ANNULATIONS MT292 : '   DELIMITED BY SIZE
                  W-CPT-MT292                 DELIMITED BY SIZE
                  ' - CAMT.056 : '            DELIMITED BY SIZE
                  W-CPT-CAMT056               DELIMITED BY SIZE
                  ' - DESTINATAIRE SSI : '    DELIMITED BY SIZE
                  W-CPT-SSI                   DELIMITED BY SIZE
                  ' / MAITRE : '              DELIMITED BY SIZE
                  W-CPT-MAITRE                DELIMITED BY SIZE
                  INTO SWF-OUT-REC
           WRITE SWF-OUT-REC

           COMPUTE W-TOT-RAPPROCHE = W-TOT-MT202 + W-TOT-MT210
                                   + W-TOT-NON-EMIS
           MOVE W-TOT-RAPPROCHE-R         TO COL-HSH-CALCULE
           MOVE W-FIN-HASH-ANN            TO COL-HSH-ANNONCE
           IF W-TOT-RAPPROCHE-R = W-FIN-HASH-ANN
             MOVE 'CONCORDANT'            TO COL-HSH-RESULTAT
           ELSE
             MOVE 'ECART'                 TO COL-HSH-RESULTAT
             DISPLAY 'ATTENTION 6000-EDITE-CONTROLE : MONTANTS DES '
                     'MESSAGES ' W-TOT-RAPPROCHE-R ' DIFFERENTS DU '
                     'HASH DE FIN ' W-FIN-HASH-ANN
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE SWF-OUT-REC FROM SWF-LIGNE-HASH

           IF W-CPT-NON-EMIS > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
       7100-NOUVELLE-REFERENCE SECTION.
      *-----------------------------------------------------------------
      * Reference de transaction (champ :20:, 16 caracteres) :
      * prefixe, date d'emission AAMMJJ et numero d'ordre du jour
      * repris du journal, donc unique d'un run a l'autre.
           ADD 1 TO W-SEQ
           MOVE SPACES TO W-TRN
           STRING C-TRN-PREFIXE         DELIMITED BY SIZE
                  W-DATE-EMIS(3:6)      DELIMITED BY SIZE
                  W-SEQ                 DELIMITED BY SIZE
                  INTO W-TRN
           .

      *-----------------------------------------------------------------
       7150-GENERE-UETR SECTION.
      *-----------------------------------------------------------------
      * UETR : identifiant unique de bout en bout au format UUID
      * version 4 (chiffres hexadecimaux aleatoires, version '4' en
      * 13e position, variante 8/9/a/b en 17e), restitue en
      * 8-4-4-4-12. Les 12 derniers chiffres sont la date d'emission
      * AAMMJJ et le numero d'ordre de la reference qui vient d'etre
      * attribuee : deux messages ne peuvent avoir le meme UETR.
           PERFORM VARYING W-UETR-IND FROM 1 BY 1
                   UNTIL W-UETR-IND > 20
             COMPUTE W-UETR-VAL = FUNCTION RANDOM * 16
             MOVE C-HEX-CHIFFRES(W-UETR-VAL + 1:1)
               TO W-UETR-HEX(W-UETR-IND:1)
           END-PERFORM
           MOVE '4' TO W-UETR-HEX(13:1)
           COMPUTE W-UETR-VAL = FUNCTION RANDOM * 4
           MOVE C-HEX-CHIFFRES(W-UETR-VAL + 9:1) TO W-UETR-HEX(17:1)
           MOVE W-DATE-EMIS(3:6) TO W-UETR-HEX(21:6)
           MOVE W-SEQ            TO W-UETR-HEX(27:6)

           MOVE SPACES TO W-UETR
           STRING W-UETR-HEX(1:8)   DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  W-UETR-HEX(9:4)   DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  W-UETR-HEX(13:4)  DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  W-UETR-HEX(17:4)  DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  W-UETR-HEX(21:12) DELIMITED BY SIZE
                  INTO W-UETR
           .

      *-----------------------------------------------------------------
       7200-FORMATE-MONTANT SECTION.
      *-----------------------------------------------------------------
      * Montant W-FMT-MNT sans zeros non significatifs, decimales
      * utiles seulement : virgule decimale pour les messages MT
      * (W-FMT-SWIFT, virgule obligatoire), point pour ISO 20022
      * (W-FMT-XML).
           MOVE W-FMT-PART-ENT TO W-FMT-ED-ENT
           MOVE 0 TO W-FMT-NB-BL
           INSPECT W-FMT-ED-ENT TALLYING W-FMT-NB-BL
                   FOR LEADING SPACE

           EVALUATE TRUE
             WHEN W-FMT-PART-DEC(3:1) NOT = '0'
               MOVE 3 TO W-FMT-NB-DEC
             WHEN W-FMT-PART-DEC(2:1) NOT = '0'
               MOVE 2 TO W-FMT-NB-DEC
             WHEN W-FMT-PART-DEC(1:1) NOT = '0'
               MOVE 1 TO W-FMT-NB-DEC
             WHEN OTHER
               MOVE 0 TO W-FMT-NB-DEC
           END-EVALUATE

           MOVE SPACES TO W-FMT-SWIFT
           MOVE SPACES TO W-FMT-XML
           MOVE 1 TO W-FMT-PTR
           STRING W-FMT-ED-ENT(W-FMT-NB-BL + 1:13 - W-FMT-NB-BL)
                                          DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  INTO W-FMT-SWIFT WITH POINTER W-FMT-PTR
           IF W-FMT-NB-DEC > 0
             STRING W-FMT-PART-DEC(1:W-FMT-NB-DEC) DELIMITED BY SIZE
                    INTO W-FMT-SWIFT WITH POINTER W-FMT-PTR
           END-IF

           MOVE 1 TO W-FMT-PTR
           STRING W-FMT-ED-ENT(W-FMT-NB-BL + 1:13 - W-FMT-NB-BL)
                                          DELIMITED BY SIZE
                  INTO W-FMT-XML WITH POINTER W-FMT-PTR
           IF W-FMT-NB-DEC > 0
             STRING '.'                   DELIMITED BY SIZE
                    W-FMT-PART-DEC(1:W-FMT-NB-DEC) DELIMITED BY SIZE
                    INTO W-FMT-XML WITH POINTER W-FMT-PTR
           END-IF
           .

      *-----------------------------------------------------------------
       7250-FORMATE-DATE SECTION.
      *-----------------------------------------------------------------
      * Date W-FMT-DATE (AAAAMMJJ) en AAMMJJ (MT) et AAAA-MM-JJ (ISO
      * 20022), plus l'horodatage de creation des messages ISO.
           MOVE W-FMT-DATE(3:6) TO W-FMT-AAMMJJ
           MOVE SPACES TO W-FMT-ISO
           STRING W-FMT-DATE(1:4) '-' W-FMT-DATE(5:2) '-'
                  W-FMT-DATE(7:2) DELIMITED BY SIZE
                  INTO W-FMT-ISO
           MOVE SPACES TO W-FMT-CREDTTM
           STRING W-DATE-EMIS(1:4) '-' W-DATE-EMIS(5:2) '-'
                  W-DATE-EMIS(7:2) 'T' W-HEURE-EMIS(1:2) ':'
                  W-HEURE-EMIS(3:2) ':' W-HEURE-EMIS(5:2)
                  DELIMITED BY SIZE
                  INTO W-FMT-CREDTTM
           .

      *-----------------------------------------------------------------
       7300-ADRESSE-SWIFT SECTION.
      *-----------------------------------------------------------------
      * Adresse SWIFT sur 12 caracteres du BIC W-LT-BIC : les 8
      * premiers caracteres, le code terminal W-LT-CODE ('A' pour
      * l'emetteur, 'X' pour un destinataire), puis l'agence ('XXX'
      * pour un BIC sur 8 caracteres).
           MOVE SPACES TO W-LT-RESULTAT
           MOVE W-LT-BIC(1:8)  TO W-LT-RESULTAT(1:8)
           MOVE W-LT-CODE      TO W-LT-RESULTAT(9:1)
           IF W-LT-BIC(9:3) = SPACES
             MOVE 'XXX'        TO W-LT-RESULTAT(10:3)
           ELSE
             MOVE W-LT-BIC(9:3) TO W-LT-RESULTAT(10:3)
           END-IF
           .

      *-----------------------------------------------------------------
       7400-ECRIT-XML SECTION.
      *-----------------------------------------------------------------
           WRITE XML-REC FROM W-XML-LIGNE
           IF W-XML-STATUS NOT = '00'
             DISPLAY 'ERREUR ECRITURE FXML - STATUT = ' W-XML-STATUS
           END-IF
           MOVE SPACES TO W-XML-LIGNE
           .

      *-----------------------------------------------------------------
       7500-ECRIT-MT SECTION.
      *-----------------------------------------------------------------
           WRITE MT-REC FROM W-MT-LIGNE
           IF W-MT-STATUS NOT = '00'
             DISPLAY 'ERREUR ECRITURE FMT - STATUT = ' W-MT-STATUS
           END-IF
           MOVE SPACES TO W-MT-LIGNE
           .

      *-----------------------------------------------------------------
       7550-FIN-MT SECTION.
      *-----------------------------------------------------------------
      * Fin du bloc 4 et separateur de message RJE.
           MOVE '-}' TO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           MOVE '$'  TO W-MT-LIGNE
           PERFORM 7500-ECRIT-MT
           .

      *-----------------------------------------------------------------
       7600-ECRIT-JOURNAL SECTION.
      *-----------------------------------------------------------------
           WRITE JRN-REC
           IF W-JRN-STATUS NOT = '00'
             DISPLAY 'ERREUR ECRITURE FJRN - STATUT = ' W-JRN-STATUS
                     ' POUR ' JRN-TRN
           END-IF
           .

       END PROGRAM DACSSWF1.
