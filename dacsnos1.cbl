      ***************************************************************** *
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. DACSNOS1.
      ******************************************************************
      *  APPLICATION : DACSNOS1                                        *
      ******************************************************************
      *  PROGRAMME : DACSNOS1                                          *
      *                                                                *
      *  Date de creation : 15/10/2026                                 *
      *  Auteur : JGO                                                  *
      *                                                                *
      *  Description : Rapprochement des releves des comptes nostro    *
      *                 (DACSNOS1.IN, un mouvement par ligne : compte, *
      *                 devise, date de valeur, montant, sens,         *
      *                 reference) avec les reglements attendus : les  *
      *                 devises de ventilation de DACSPAY1.OUT et les  *
      *                 lignes de DACSHIST.DAT des dates de valeur     *
      *                 couvertes par les releves, par correspondant,  *
      *                 devise, date de valeur et montant. Rapport des *
      *                 reglements rapproches, ecarts de montant,      *
      *                 mouvements de releve non rapproches et         *
      *                 reglements attendus non constates. Les         *
      *                 suspens ouverts sont reportes d'un jour sur    *
      *                 l'autre dans DACSNOS1.SUS avec leur age en     *
      *                 jours, jusqu'a leur apurement.                 *
      ******************************************************************
      *                                                                *
      ******************************************************************
      *  COMMENTAIRES                                                  *
      ******************************************************************
      *                   M O D I F I C A T I O N S                    *
      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *  15/10/2026 JGO  Historique DACSHIST.DAT indexe, lu dans       *
      *                  l'ordre de sa cle                             *
      *  15/10/2026 JGO  Cycles de reglement : cycle porte sur les     *
      *                  attendus et les suspens et compris dans le    *
      *                  controle de doublon ; seules les lignes       *
      *                  d'historique de la date et du cycle de        *
      *                  DACSPAY1.OUT sont tenues pour deja couvertes. *
      *                  Positions bloquees au plafond (DACSPAY1.BLQ)  *
      *                  en attente ou rejetees ecartees de            *
      *                  l'historique ; liberees attendues (origine    *
      *                  'S') a leur date de liberation. Date de       *
      *                  valeur attendue de l'historique roulee au     *
      *                  jour ouvre de la devise (DEVISES.CAL) comme   *
      *                  dans DACSPAY1                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT FRELEVE ASSIGN TO "DACSNOS1.IN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-RELEVE-STATUS.

           SELECT FSUSPENS ASSIGN TO "DACSNOS1.SUS"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-SUSPENS-STATUS.

           SELECT FPAYOUT ASSIGN TO "DACSPAY1.OUT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-PAYOUT-STATUS.

           SELECT FBLOQ   ASSIGN TO "DACSPAY1.BLQ"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-BLOQ-STATUS.

           SELECT FCALEND ASSIGN TO "DEVISES.CAL"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-CALEND-STATUS.

           SELECT FHIST   ASSIGN TO "DACSHIST.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS HIS-CLE
                  FILE STATUS   IS W-HIST-STATUS.

           SELECT FCPTYM  ASSIGN TO "CPTYMAST.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS CPM-CPTY
                  FILE STATUS   IS W-CPTYM-STATUS.

           SELECT FJRN    ASSIGN TO "DACSSWF1.JRN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-JRN-STATUS.

           SELECT FNOSOUT ASSIGN TO "DACSNOS1.OUT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-NOSOUT-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      *--- Releves nostro du jour (format issu des MT940 / camt.053) :
      *    un mouvement par ligne, montant sans virgule (3 decimales
      *    implicites), sens 'D' = debit du nostro (reglement paye),
      *    'C' = credit (reglement recu). Reference = reference de
      *    transaction de l'emetteur (la notre pour un message emis
      *    par DACSSWF1), BIC = etablissement de la contrepartie ------
       FD  FRELEVE.
       01  REL-REC.
           05 REL-COMPTE            PIC X(34).
           05 FILLER                PIC X(1).
           05 REL-DEV               PIC X(3).
           05 FILLER                PIC X(1).
           05 REL-DATE-VAL          PIC X(8).
           05 FILLER                PIC X(1).
           05 REL-MONTANT           PIC 9(16).
           05 FILLER                PIC X(1).
           05 REL-SENS              PIC X(1).
              88 REL-SENS-VALIDE        VALUE 'D' 'C'.
           05 FILLER                PIC X(1).
           05 REL-REFERENCE         PIC X(16).
           05 FILLER                PIC X(1).
           05 REL-BIC               PIC X(11).

      *--- Suspens ouverts reportes : mouvements de releve ('R') et
      *    reglements attendus (issus de DACSPAY1.OUT 'P', de
      *    l'historique 'H', ou d'une position de l'historique bloquee
      *    au plafond puis liberee 'S') non rapproches a
      *    la fin du run, avec la date de premiere constatation, l'age
      *    en jours et le cycle de l'attendu. Relu en debut de run
      *    suivant puis recree ----------------------------------------
       FD  FSUSPENS.
       01  SUS-REC.
           05 SUS-ORIGINE           PIC X(1).
              88 SUS-ORIGINE-RELEVE     VALUE 'R'.
           05 FILLER                PIC X(1).
           05 SUS-DATE-1ERE         PIC X(8).
           05 FILLER                PIC X(1).
           05 SUS-DATE-BASE         PIC X(8).
           05 FILLER                PIC X(1).
           05 SUS-CPTY              PIC X(8).
           05 FILLER                PIC X(1).
           05 SUS-DEV               PIC X(3).
           05 FILLER                PIC X(1).
           05 SUS-DATE-VAL          PIC X(8).
           05 FILLER                PIC X(1).
           05 SUS-MONTANT           PIC 9(16).
           05 FILLER                PIC X(1).
           05 SUS-SENS              PIC X(1).
           05 FILLER                PIC X(1).
           05 SUS-AGE               PIC 9(4).
           05 FILLER                PIC X(1).
           05 SUS-COMPTE            PIC X(34).
           05 FILLER                PIC X(1).
           05 SUS-REFERENCE         PIC X(16).
           05 FILLER                PIC X(1).
           05 SUS-BIC               PIC X(11).
           05 FILLER                PIC X(1).
      *--- Cycle de reglement de l'attendu (blanc = mouvement de
      *    releve, ou suspens anterieur aux cycles lu comme cycle 1)
           05 SUS-CYCLE             PIC X(1).

      *--- Fichier d'instructions emis par DACSPAY1 : entete (date de
      *    base, marque et cycle) et ventilations par devise des
      *    instructions -----------------------------------------------
       FD  FPAYOUT.
       01  PAY-OUT-REC.
           05 PAY-OUT-TYPE          PIC X(1).
              88 PAY-OUT-TYPE-ENTETE    VALUE '1'.
              88 PAY-OUT-TYPE-INSTR     VALUE '2'.
              88 PAY-OUT-TYPE-SSI       VALUE '3'.
              88 PAY-OUT-TYPE-FIN       VALUE '9'.
           05 PAY-OUT-CORPS         PIC X(239).
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
           05 PAY-OUT-CORPS-ENT REDEFINES PAY-OUT-CORPS.
              10 PAY-OUT-ENT-DATE      PIC X(8).
              10 PAY-OUT-ENT-SOURCE    PIC X(8).
              10 PAY-OUT-ENT-REMPLACE  PIC X(1).
              10 PAY-OUT-ENT-CYCLE     PIC X(1).
              10 FILLER                PIC X(221).

      *--- File des instructions bloquees au plafond par DACSPAY1 :
      *    etat 'E' = en attente, 'L' = liberee, 'R' = rejetee, 'X' =
      *    caduque ; cycle du fichier qui a bloque (blanc = cycle 1) ---
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
              88 BLQ-LIBEREE            VALUE 'L'.
              88 BLQ-CADUQUE            VALUE 'X'.
           05 FILLER                PIC X(1).
           05 BLQ-DECIDEUR          PIC X(8).
           05 FILLER                PIC X(1).
           05 BLQ-DATE-DEC          PIC X(14).
           05 FILLER                PIC X(1).
           05 BLQ-REMPLACE          PIC X(1).
           05 FILLER                PIC X(1).
           05 BLQ-CYCLE             PIC X(1).

      *--- Calendrier des jours feries par devise : un enregistrement
      *    par couple devise / jour ferie (AAAAMMJJ) ------------------
       FD  FCALEND.
       01  CAL-IN-REC.
           05 CAL-IN-DEV            PIC X(3).
           05 FILLER                PIC X(1).
           05 CAL-IN-DATE           PIC X(8).

      *--- Historique cumulatif des reglements alimente par DACSBAT1 --
       FD  FHIST.
           COPY CHISENRV.

      *--- Fichier maitre des correspondants, lu en sequence pour
      *    identifier une contrepartie par son BIC --------------------
       FD  FCPTYM.
           COPY CCPTYMAV.

      *--- Journal des messages emis par DACSSWF1 : identifie le
      *    correspondant d'un mouvement par sa reference --------------
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
           05 JRN-PACS              PIC X(1).
           05 FILLER                PIC X(1).
           05 JRN-ETAT              PIC X(1).
              88 JRN-ETAT-EMIS          VALUE 'E'.
           05 FILLER                PIC X(1).
           05 JRN-TRN-ORIG          PIC X(16).

       FD  FNOSOUT.
       01  NOS-OUT-REC              PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 WVAR-IDENT-CGESLOGV.
           05 ID-SVN                   PIC X(255) VALUE
           '$ID$'.

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSNOS1'.
       77 C-REL-MAX-ENR                PIC 9(4) COMP VALUE 3000.
       77 C-ATT-MAX-ENR                PIC 9(4) COMP VALUE 5000.
       77 C-DVJ-MAX-ENR                PIC 9(4) COMP VALUE 500.
       77 C-CPM-MAX-ENR                PIC 9(4) COMP VALUE 2000.
       77 C-JRN-MAX-ENR                PIC 9(4) COMP VALUE 5000.
       77 C-BLQ-MAX-ENR                PIC 9(4) COMP VALUE 2000.
       77 C-CAL-MAX-ENR                PIC 9(4) COMP VALUE 500.
      *--- Garde-fou du roulage de date : au dela, le calendrier est
      *    considere degenere (trop de feries consecutifs)
       77 C-ROUL-MAX-JOURS             PIC 9(2) COMP VALUE 30.

      *--- FLAGS -------------------------------------------------------
       01 FL-DISPLAY                   PIC X(2).
          88 FL-DISPLAY-OK                 VALUE '1'.
          88 FL-DISPLAY-KO                 VALUE '0'.

       01 W-RELEVE-STATUS              PIC X(2).
       01 W-SUSPENS-STATUS             PIC X(2).
       01 W-PAYOUT-STATUS              PIC X(2).
       01 W-BLOQ-STATUS                PIC X(2).
       01 W-CALEND-STATUS              PIC X(2).
       01 W-HIST-STATUS                PIC X(2).
       01 W-CPTYM-STATUS               PIC X(2).
       01 W-JRN-STATUS                 PIC X(2).
       01 W-NOSOUT-STATUS              PIC X(2).

       01 W-FL-EOF-REL                 PIC X(1) VALUE 'N'.
          88 W-EOF-REL-YES                 VALUE 'Y'.
          88 W-EOF-REL-NON                 VALUE 'N'.

       01 W-FL-EOF-SUS                 PIC X(1) VALUE 'N'.
          88 W-EOF-SUS-YES                 VALUE 'Y'.
          88 W-EOF-SUS-NON                 VALUE 'N'.

       01 W-FL-EOF-PAY                 PIC X(1) VALUE 'N'.
          88 W-EOF-PAY-YES                 VALUE 'Y'.
          88 W-EOF-PAY-NON                 VALUE 'N'.

       01 W-FL-EOF-BLQ                 PIC X(1) VALUE 'N'.
          88 W-EOF-BLQ-YES                 VALUE 'Y'.
          88 W-EOF-BLQ-NON                 VALUE 'N'.

       01 W-FL-EOF-HIS                 PIC X(1) VALUE 'N'.
          88 W-EOF-HIS-YES                 VALUE 'Y'.
          88 W-EOF-HIS-NON                 VALUE 'N'.

       01 W-FL-EOF-CPM                 PIC X(1) VALUE 'N'.
          88 W-EOF-CPM-YES                 VALUE 'Y'.
          88 W-EOF-CPM-NON                 VALUE 'N'.

       01 W-FL-EOF-JRN                 PIC X(1) VALUE 'N'.
          88 W-EOF-JRN-YES                 VALUE 'Y'.
          88 W-EOF-JRN-NON                 VALUE 'N'.

      *--- FL-NOSOUT : rapport ouvert ; sans rapport rien n'est fait
      *    et les suspens de la veille sont conserves tels quels ------
       01 FL-NOSOUT                    PIC X(1) VALUE '0'.
          88 FL-NOSOUT-OK                  VALUE '1'.
          88 FL-NOSOUT-KO                  VALUE '0'.

       01 FL-TROUVE                    PIC X(1).
          88 FL-TROUVE-OUI                 VALUE '1'.
          88 FL-TROUVE-NON                 VALUE '0'.

      *--- Date de traitement (age des suspens) -----------------------
       01 W-DAT-TRT                    PIC X(8).
       01 W-DAT-TRT-N REDEFINES W-DAT-TRT
                                       PIC 9(8).
       01 W-DATE-CALC                  PIC X(8).
       01 W-DATE-CALC-N REDEFINES W-DATE-CALC
                                       PIC 9(8).
       01 W-AGE-JOURS                  PIC S9(5) COMP.

      *--- Date de base et cycle du fichier d'instructions (ceux des
      *    lignes d'historique qu'il remplace), plus petite et plus
      *    grande dates de valeur des releves, et premiere date
      *    d'historique dont la date de valeur roulee peut etre
      *    couverte par un releve -------------------------------------
       01 W-PAY-DATE-BASE              PIC X(8) VALUE SPACES.
       01 W-PAY-CYCLE                  PIC X(1) VALUE SPACE.
       01 W-REL-DATE-MIN               PIC X(8) VALUE HIGH-VALUES.
       01 W-REL-DATE-MIN-N REDEFINES W-REL-DATE-MIN
                                       PIC 9(8).
       01 W-REL-DATE-MAX               PIC X(8) VALUE LOW-VALUES.
       01 W-HIS-DATE-DEB               PIC X(8).
       01 W-HIS-DATE-DEB-N REDEFINES W-HIS-DATE-DEB
                                       PIC 9(8).
      *--- Premiere date d'historique lue : W-HIS-DATE-DEB, ou date
      *    de blocage plus ancienne d'une position liberee depuis
       01 W-HIS-DATE-LEC               PIC X(8).
       01 W-HIS-CYCLE-LU               PIC X(1).

      *--- COMPTEURS -----------------------------------------------
       01 W-CPT-REL-LUS                PIC 9(6) VALUE 0.
       01 W-CPT-REL-REJETES            PIC 9(6) VALUE 0.
       01 W-CPT-REL-DOUBLES            PIC 9(6) VALUE 0.
       01 W-CPT-SUS-LUS                PIC 9(6) VALUE 0.
       01 W-CPT-ATT-PAY                PIC 9(6) VALUE 0.
       01 W-CPT-ATT-HIS                PIC 9(6) VALUE 0.
       01 W-CPT-ATT-LIB                PIC 9(6) VALUE 0.
       01 W-CPT-HIS-BLOQUES            PIC 9(6) VALUE 0.
       01 W-CPT-RAPPROCHES             PIC 9(6) VALUE 0.
       01 W-CPT-ECARTS                 PIC 9(6) VALUE 0.
       01 W-CPT-REL-NON-RAPP           PIC 9(6) VALUE 0.
       01 W-CPT-ATT-NON-CONST          PIC 9(6) VALUE 0.
       01 W-CPT-ATT-EN-ATTENTE         PIC 9(6) VALUE 0.
       01 W-CPT-SUS-ECRITS             PIC 9(6) VALUE 0.

      *--- Montants transportes sans virgule : la REDEFINES redonne la
      *    vue decimale -----------------------------------------------
       01 W-MNT-RECU                   PIC 9(13)V9(3).
       01 W-MNT-RECU-R REDEFINES W-MNT-RECU
                                       PIC 9(16).
       01 W-MNT-ECART                  PIC S9(13)V9(3).

      *--- Table des mouvements de releve : reportes de la veille puis
      *    ceux du jour. Etat '0' = non rapproche, 'R' = rapproche,
      *    'M' = ecart de montant avec l'attendu W-REL-PART -----------
       01 W-TAB-REL-CLS.
          02 W-REL-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-REL-IND          PIC 9(4) COMP.
          02 W-REL-IND2         PIC 9(4) COMP.
          02 W-REL-ENR OCCURS 3000.
             03 W-REL-COMPTE    PIC X(34).
             03 W-REL-DEV       PIC X(3).
             03 W-REL-DATE-VAL  PIC X(8).
             03 W-REL-MNT       PIC 9(16).
             03 W-REL-SENS      PIC X(1).
             03 W-REL-REFERENCE PIC X(16).
             03 W-REL-BIC       PIC X(11).
             03 W-REL-CPTY      PIC X(8).
             03 W-REL-DATE-1ERE PIC X(8).
             03 W-REL-ETAT      PIC X(1).
                88 W-REL-NON-RAPPROCHE VALUE '0'.
                88 W-REL-RAPPROCHE     VALUE 'R'.
                88 W-REL-ECART         VALUE 'M'.
             03 W-REL-PART      PIC 9(4) COMP.

      *--- Table des reglements attendus : reportes de la veille, puis
      *    devises de DACSPAY1.OUT ('P'), lignes d'historique ('H')
      *    et positions de l'historique liberees au plafond ('S').
      *    Cle de doublon : date de base + cycle + correspondant +
      *    devise + sens (une meme position
      *    vue par DACSPAY1.OUT et par l'historique, ou deja
      *    reportee, n'est retenue qu'une fois) ----------------------
       01 W-TAB-ATT-CLS.
          02 W-ATT-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-ATT-IND          PIC 9(4) COMP.
          02 W-ATT-ENR OCCURS 5000.
             03 W-ATT-ORIGINE   PIC X(1).
             03 W-ATT-DATE-BASE PIC X(8).
             03 W-ATT-CYCLE     PIC X(1).
             03 W-ATT-CPTY      PIC X(8).
             03 W-ATT-DEV       PIC X(3).
             03 W-ATT-DATE-VAL  PIC X(8).
             03 W-ATT-MNT       PIC 9(16).
             03 W-ATT-SENS      PIC X(1).
             03 W-ATT-DATE-1ERE PIC X(8).
             03 W-ATT-ETAT      PIC X(1).
                88 W-ATT-NON-RAPPROCHE VALUE '0'.
                88 W-ATT-RAPPROCHE     VALUE 'R'.
                88 W-ATT-ECART         VALUE 'M'.
             03 W-ATT-PART      PIC 9(4) COMP.

      *--- Couples devise / date de valeur couverts par les releves du
      *    jour, et derniere date de releve par devise : un attendu
      *    n'est echu que si un releve de sa devise couvre sa date ----
       01 W-TAB-DVJ-CLS.
          02 W-DVJ-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-DVJ-IND          PIC 9(4) COMP.
          02 W-DVJ-ENR OCCURS 500.
             03 W-DVJ-DEV       PIC X(3).
             03 W-DVJ-DATE      PIC X(8).

       01 W-DVJ-DATE-MAX               PIC X(8).

      *--- BIC des correspondants du maitre --------------------------
       01 W-TAB-CPM-CLS.
          02 W-CPM-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-CPM-IND          PIC 9(4) COMP.
          02 W-CPM-ENR OCCURS 2000.
             03 W-CPM-CPTY      PIC X(8).
             03 W-CPM-BIC       PIC X(11).

      *--- References des messages emis par DACSSWF1 -------------------
       01 W-TAB-JRN-CLS.
          02 W-JRN-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-JRN-IND          PIC 9(4) COMP.
          02 W-JRN-ENR OCCURS 5000.
             03 W-JRN-TRN       PIC X(16).
             03 W-JRN-CPTY      PIC X(8).

      *--- Positions bloquees au plafond par DACSPAY1 (blocages non
      *    caducs, dernier etat connu) par date de blocage, cycle,
      *    correspondant et devise : en attente ou rejetees, leur
      *    ligne d'historique n'est pas attendue au releve ; liberees,
      *    elle l'est a la date de liberation (date de valeur du
      *    blocage, au plus tot date de la decision) --------------
       01 W-TAB-BLQ-CLS.
          02 W-BLQ-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-BLQ-IND          PIC 9(4) COMP.
          02 W-BLQ-IND-TROUVE   PIC 9(4) COMP.
          02 W-BLQ-RECH.
             03 W-BLQ-RECH-DATE PIC X(8).
             03 W-BLQ-CYCLE-LU  PIC X(1).
             03 W-BLQ-RECH-CPTY PIC X(8).
             03 W-BLQ-RECH-DEV  PIC X(3).
          02 W-BLQ-ENR OCCURS 2000.
             03 W-BLQ-DATE      PIC X(8).
             03 W-BLQ-CYCLE     PIC X(1).
             03 W-BLQ-CPTY      PIC X(8).
             03 W-BLQ-DEV       PIC X(3).
             03 W-BLQ-ETAT      PIC X(1).
                88 W-BLQ-LIBEREE       VALUE 'L'.
             03 W-BLQ-DATE-LIB  PIC X(8).

      *--- Table des jours feries par devise chargee depuis
      *    DEVISES.CAL ; fichier absent = week-ends seuls -------------
       01 W-TAB-CAL-CLS.
          02 W-CAL-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-CAL-IND          PIC 9(4) COMP.
          02 W-CAL-ENR OCCURS 500.
             03 W-CAL-DEV       PIC X(3).
             03 W-CAL-DATE      PIC X(8).

      *--- Roulage de la date de valeur : devise et date en entree,
      *    date roulee au prochain jour ouvre en sortie ---------------
       01 W-ROUL-DEV                   PIC X(3).
       01 W-ROUL-DATE                  PIC X(8).
       01 W-ROUL-DATE-N REDEFINES W-ROUL-DATE
                                       PIC 9(8).
       01 W-ROUL-ENTIER                PIC 9(8) COMP.
       01 W-ROUL-JSEM                  PIC 9(1).
       01 W-ROUL-NB                    PIC 9(2) COMP.

       01 FL-JOUR                      PIC X(1).
          88 FL-JOUR-OUVRE                 VALUE '1'.
          88 FL-JOUR-FERME                 VALUE '0'.

      *--- Element en cours d'ajout a la table des attendus -----------
       01 W-NOUV-ATT.
          05 W-NOUV-ORIGINE            PIC X(1).
          05 W-NOUV-DATE-BASE          PIC X(8).
          05 W-NOUV-CYCLE              PIC X(1).
          05 W-NOUV-CPTY               PIC X(8).
          05 W-NOUV-DEV                PIC X(3).
          05 W-NOUV-DATE-VAL           PIC X(8).
          05 W-NOUV-MNT                PIC 9(16).
          05 W-NOUV-SENS               PIC X(1).
          05 W-NOUV-DATE-1ERE          PIC X(8).

       01 W-IND-DEV                    PIC 9(4) COMP.

      *--- LIGNES DE RAPPORT -------------------------------------------
       01 NOS-LIGNE-TITRE.
          05 FILLER                   PIC X(47) VALUE
             'RAPPROCHEMENT DES RELEVES NOSTRO - TRAITEMENT '.
          05 COL-TIT-DATE             PIC X(8).

       01 NOS-LIGNE-ENTETE.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 FILLER                   PIC X(10) VALUE 'CPTY'.
          05 FILLER                   PIC X(5)  VALUE 'DEV'.
          05 FILLER                   PIC X(10) VALUE 'DATE VAL'.
          05 FILLER                   PIC X(3)  VALUE 'S'.
          05 FILLER                   PIC X(19) VALUE
             '  MONTANT RELEVE'.
          05 FILLER                   PIC X(19) VALUE
             ' MONTANT ATTENDU'.
          05 FILLER                   PIC X(20) VALUE
             '            ECART'.
          05 FILLER                   PIC X(18) VALUE 'REFERENCE'.
          05 FILLER                   PIC X(3)  VALUE 'O'.
          05 FILLER                   PIC X(6)  VALUE ' AGE'.
          05 FILLER                   PIC X(14) VALUE 'OBSERVATION'.

       01 NOS-LIGNE-DET.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 COL-DET-CPTY             PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-DEV              PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-DATE             PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-SENS             PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-MNT-REL          PIC Z(12)9.999.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-MNT-ATT          PIC Z(12)9.999.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-ECART            PIC -(13)9.999.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-REFERENCE        PIC X(16).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-ORIGINE          PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-AGE              PIC ZZZ9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DET-OBS              PIC X(14).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           SET FL-DISPLAY-OK TO TRUE
      *    SET FL-DISPLAY-KO TO TRUE

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacsnos1.cbl <<<<<<<<<<'

           PERFORM 1000-INITIALISATION

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacsnos1.cbl <<<<<<<<<<'

           GOBACK
           .

      *-----------------------------------------------------------------
       1000-INITIALISATION SECTION.
      *-----------------------------------------------------------------
      * Charge les suspens de la veille, les releves du jour, puis les
      * reglements attendus ; rapproche, edite le rapport et recree le
      * fichier des suspens avec ce qui reste ouvert.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DAT-TRT

           PERFORM 1050-OUVRE-FICHIERS
           IF FL-NOSOUT-OK
             PERFORM 1030-CHARGE-CALENDRIER
             PERFORM 1100-CHARGE-SUSPENS
             PERFORM 1200-CHARGE-RELEVES
             PERFORM 1300-CHARGE-CORRESPONDANTS
             PERFORM 1350-CHARGE-JOURNAL
             PERFORM 1380-IDENTIFIE-CPTY
             PERFORM 1400-CHARGE-INSTRUCTIONS
             PERFORM 1500-CHARGE-HISTORIQUE
             PERFORM 2000-RAPPROCHE
             PERFORM 6000-EDITE-RAPPORT
             PERFORM 7000-ECRIT-SUSPENS
             PERFORM 1900-FERME-FICHIERS
           END-IF
           .

      *-----------------------------------------------------------------
       1030-CHARGE-CALENDRIER SECTION.
      *-----------------------------------------------------------------
      * Charge le calendrier des jours feries par devise depuis
      * DEVISES.CAL, pour rouler la date de valeur des attendus de
      * l'historique comme DACSPAY1 roule celle des instructions.
      * Fichier absent = seuls les week-ends sont consideres fermes.
           OPEN INPUT FCALEND
           IF W-CALEND-STATUS NOT = '00'
             DISPLAY 'ATTENTION 1030-CHARGE-CALENDRIER : DEVISES.CAL '
                     'INDISPONIBLE (STATUT ' W-CALEND-STATUS ') - '
                     'SEULS LES WEEK-ENDS SONT CONSIDERES FERMES'
           ELSE
             PERFORM 1040-LIT-CALENDRIER
                     UNTIL W-CALEND-STATUS NOT = '00'
                        OR W-CAL-NBENR >= C-CAL-MAX-ENR
             CLOSE FCALEND
           END-IF
           .

      *-----------------------------------------------------------------
       1040-LIT-CALENDRIER SECTION.
      *-----------------------------------------------------------------
           READ FCALEND
             NOT AT END
               IF CAL-IN-DATE IS NOT NUMERIC OR CAL-IN-DEV = SPACES
                 DISPLAY 'ATTENTION 1040-LIT-CALENDRIER : ENTREE '
                         'INVALIDE IGNOREE : ' CAL-IN-DEV ' '
                         CAL-IN-DATE
               ELSE
                 ADD 1 TO W-CAL-NBENR
                 MOVE CAL-IN-DEV  TO W-CAL-DEV(W-CAL-NBENR)
                 MOVE CAL-IN-DATE TO W-CAL-DATE(W-CAL-NBENR)
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1050-OUVRE-FICHIERS SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT FNOSOUT
           IF W-NOSOUT-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FNOSOUT - STATUT = '
                     W-NOSOUT-STATUS
             MOVE 8 TO RETURN-CODE
           ELSE
             SET FL-NOSOUT-OK TO TRUE
           END-IF
           .

      *-----------------------------------------------------------------
       1100-CHARGE-SUSPENS SECTION.
      *-----------------------------------------------------------------
      * Suspens reportes du run precedent : ils gardent leur date de
      * premiere constatation. Fichier absent = premier run, aucun
      * suspens.
           OPEN INPUT FSUSPENS
           IF W-SUSPENS-STATUS NOT = '00'
             IF W-SUSPENS-STATUS NOT = '35'
               DISPLAY 'ATTENTION 1100-CHARGE-SUSPENS : DACSNOS1.SUS '
                       'INDISPONIBLE (STATUT ' W-SUSPENS-STATUS ') - '
                       'AUCUN SUSPENS REPORTE'
             END-IF
           ELSE
             PERFORM 1110-LIT-SUSPENS UNTIL W-EOF-SUS-YES
             CLOSE FSUSPENS
           END-IF
           .

      *-----------------------------------------------------------------
       1110-LIT-SUSPENS SECTION.
      *-----------------------------------------------------------------
           READ FSUSPENS
             AT END
               SET W-EOF-SUS-YES TO TRUE
             NOT AT END
               ADD 1 TO W-CPT-SUS-LUS
               IF SUS-MONTANT IS NOT NUMERIC
                 DISPLAY 'ATTENTION 1110-LIT-SUSPENS : MONTANT '
                         'ILLISIBLE - SUSPENS IGNORE POUR ' SUS-CPTY
               ELSE
                 IF SUS-ORIGINE-RELEVE
                   PERFORM 1120-REPORTE-RELEVE
                 ELSE
                   MOVE SUS-ORIGINE    TO W-NOUV-ORIGINE
                   MOVE SUS-DATE-BASE  TO W-NOUV-DATE-BASE
                   IF SUS-CYCLE = SPACE
                     MOVE '1'          TO W-NOUV-CYCLE
                   ELSE
                     MOVE SUS-CYCLE    TO W-NOUV-CYCLE
                   END-IF
                   MOVE SUS-CPTY       TO W-NOUV-CPTY
                   MOVE SUS-DEV        TO W-NOUV-DEV
                   MOVE SUS-DATE-VAL   TO W-NOUV-DATE-VAL
                   MOVE SUS-MONTANT    TO W-NOUV-MNT
                   MOVE SUS-SENS       TO W-NOUV-SENS
                   MOVE SUS-DATE-1ERE  TO W-NOUV-DATE-1ERE
                   PERFORM 1450-AJOUTE-ATTENDU
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1120-REPORTE-RELEVE SECTION.
      *-----------------------------------------------------------------
           IF W-REL-NBENR >= C-REL-MAX-ENR
             DISPLAY 'ATTENTION 1120-REPORTE-RELEVE : CAPACITE '
                     C-REL-MAX-ENR ' ATTEINTE - SUSPENS PERDU POUR '
                     SUS-REFERENCE
           ELSE
             ADD 1 TO W-REL-NBENR
             MOVE SUS-COMPTE    TO W-REL-COMPTE(W-REL-NBENR)
             MOVE SUS-DEV       TO W-REL-DEV(W-REL-NBENR)
             MOVE SUS-DATE-VAL  TO W-REL-DATE-VAL(W-REL-NBENR)
             MOVE SUS-MONTANT   TO W-REL-MNT(W-REL-NBENR)
             MOVE SUS-SENS      TO W-REL-SENS(W-REL-NBENR)
             MOVE SUS-REFERENCE TO W-REL-REFERENCE(W-REL-NBENR)
             MOVE SUS-BIC       TO W-REL-BIC(W-REL-NBENR)
             MOVE SUS-CPTY      TO W-REL-CPTY(W-REL-NBENR)
             MOVE SUS-DATE-1ERE TO W-REL-DATE-1ERE(W-REL-NBENR)
             SET W-REL-NON-RAPPROCHE(W-REL-NBENR) TO TRUE
             MOVE 0             TO W-REL-PART(W-REL-NBENR)
           END-IF
           .

      *-----------------------------------------------------------------
       1200-CHARGE-RELEVES SECTION.
      *-----------------------------------------------------------------
      * Releves du jour. Absents : les suspens sont reportes et aucun
      * attendu n'est echu. Un mouvement deja present parmi les
      * suspens reportes (relance du run le meme jour) n'est pas
      * repris une seconde fois.
           OPEN INPUT FRELEVE
           IF W-RELEVE-STATUS NOT = '00'
             DISPLAY 'ATTENTION 1200-CHARGE-RELEVES : DACSNOS1.IN '
                     'INDISPONIBLE (STATUT ' W-RELEVE-STATUS ') - '
                     'AUCUN RELEVE NOSTRO RECU'
           ELSE
             PERFORM 1210-LIT-RELEVE UNTIL W-EOF-REL-YES
             CLOSE FRELEVE
           END-IF
           .

      *-----------------------------------------------------------------
       1210-LIT-RELEVE SECTION.
      *-----------------------------------------------------------------
           READ FRELEVE
             AT END
               SET W-EOF-REL-YES TO TRUE
             NOT AT END
               ADD 1 TO W-CPT-REL-LUS
               IF REL-MONTANT IS NOT NUMERIC
                  OR NOT REL-SENS-VALIDE
                  OR REL-DATE-VAL IS NOT NUMERIC
                 ADD 1 TO W-CPT-REL-REJETES
                 DISPLAY 'ATTENTION 1210-LIT-RELEVE : MOUVEMENT '
                         'ILLISIBLE IGNORE - REFERENCE ' REL-REFERENCE
               ELSE
                 PERFORM 1220-AJOUTE-RELEVE
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1220-AJOUTE-RELEVE SECTION.
      *-----------------------------------------------------------------
           SET FL-TROUVE-NON TO TRUE
           PERFORM VARYING W-REL-IND FROM 1 BY 1
                   UNTIL W-REL-IND > W-REL-NBENR OR FL-TROUVE-OUI
             IF W-REL-COMPTE(W-REL-IND)    = REL-COMPTE
                AND W-REL-DEV(W-REL-IND)       = REL-DEV
                AND W-REL-DATE-VAL(W-REL-IND)  = REL-DATE-VAL
                AND W-REL-MNT(W-REL-IND)       = REL-MONTANT
                AND W-REL-SENS(W-REL-IND)      = REL-SENS
                AND W-REL-REFERENCE(W-REL-IND) = REL-REFERENCE
               SET FL-TROUVE-OUI TO TRUE
             END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN FL-TROUVE-OUI
               ADD 1 TO W-CPT-REL-DOUBLES
             WHEN W-REL-NBENR >= C-REL-MAX-ENR
               DISPLAY 'ATTENTION 1220-AJOUTE-RELEVE : CAPACITE '
                       C-REL-MAX-ENR ' ATTEINTE - MOUVEMENT IGNORE '
                       REL-REFERENCE
             WHEN OTHER
               ADD 1 TO W-REL-NBENR
               MOVE REL-COMPTE    TO W-REL-COMPTE(W-REL-NBENR)
               MOVE REL-DEV       TO W-REL-DEV(W-REL-NBENR)
               MOVE REL-DATE-VAL  TO W-REL-DATE-VAL(W-REL-NBENR)
               MOVE REL-MONTANT   TO W-REL-MNT(W-REL-NBENR)
               MOVE REL-SENS      TO W-REL-SENS(W-REL-NBENR)
               MOVE REL-REFERENCE TO W-REL-REFERENCE(W-REL-NBENR)
               MOVE REL-BIC       TO W-REL-BIC(W-REL-NBENR)
               MOVE SPACES        TO W-REL-CPTY(W-REL-NBENR)
               MOVE W-DAT-TRT     TO W-REL-DATE-1ERE(W-REL-NBENR)
               SET W-REL-NON-RAPPROCHE(W-REL-NBENR) TO TRUE
               MOVE 0             TO W-REL-PART(W-REL-NBENR)
               IF REL-DATE-VAL < W-REL-DATE-MIN
                 MOVE REL-DATE-VAL TO W-REL-DATE-MIN
               END-IF
               IF REL-DATE-VAL > W-REL-DATE-MAX
                 MOVE REL-DATE-VAL TO W-REL-DATE-MAX
               END-IF
               PERFORM 1230-NOTE-DEVISE-DATE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1230-NOTE-DEVISE-DATE SECTION.
      *-----------------------------------------------------------------
           SET FL-TROUVE-NON TO TRUE
           PERFORM VARYING W-DVJ-IND FROM 1 BY 1
                   UNTIL W-DVJ-IND > W-DVJ-NBENR OR FL-TROUVE-OUI
             IF W-DVJ-DEV(W-DVJ-IND) = REL-DEV
                AND W-DVJ-DATE(W-DVJ-IND) = REL-DATE-VAL
               SET FL-TROUVE-OUI TO TRUE
             END-IF
           END-PERFORM

           IF FL-TROUVE-NON
             IF W-DVJ-NBENR >= C-DVJ-MAX-ENR
               DISPLAY 'ATTENTION 1230-NOTE-DEVISE-DATE : CAPACITE '
                       C-DVJ-MAX-ENR ' ATTEINTE - DATE ' REL-DATE-VAL
                       ' ' REL-DEV ' NON COUVERTE'
             ELSE
               ADD 1 TO W-DVJ-NBENR
               MOVE REL-DEV      TO W-DVJ-DEV(W-DVJ-NBENR)
               MOVE REL-DATE-VAL TO W-DVJ-DATE(W-DVJ-NBENR)
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1300-CHARGE-CORRESPONDANTS SECTION.
      *-----------------------------------------------------------------
      * BIC des correspondants, pour identifier la contrepartie d'un
      * mouvement de releve qui ne porte pas une de nos references.
           OPEN INPUT FCPTYM
           IF W-CPTYM-STATUS NOT = '00'
             DISPLAY 'ATTENTION 1300-CHARGE-CORRESPONDANTS : '
                     'CPTYMAST.DAT INDISPONIBLE (STATUT '
                     W-CPTYM-STATUS ') - IDENTIFICATION PAR '
                     'REFERENCE SEULEMENT'
           ELSE
             PERFORM 1310-LIT-CORRESPONDANT UNTIL W-EOF-CPM-YES
             CLOSE FCPTYM
           END-IF
           .

      *-----------------------------------------------------------------
       1310-LIT-CORRESPONDANT SECTION.
      *-----------------------------------------------------------------
           READ FCPTYM NEXT
             AT END
               SET W-EOF-CPM-YES TO TRUE
             NOT AT END
               IF W-CPM-NBENR >= C-CPM-MAX-ENR
                 DISPLAY 'ATTENTION 1310-LIT-CORRESPONDANT : CAPACITE '
                         C-CPM-MAX-ENR ' ATTEINTE - ' CPM-CPTY
                         ' NON CHARGE'
               ELSE
                 ADD 1 TO W-CPM-NBENR
                 MOVE CPM-CPTY TO W-CPM-CPTY(W-CPM-NBENR)
                 MOVE CPM-BIC  TO W-CPM-BIC(W-CPM-NBENR)
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1350-CHARGE-JOURNAL SECTION.
      *-----------------------------------------------------------------
      * References des messages emis dont la date de valeur est
      * couverte par les releves du jour. Journal absent : aucune
      * emission SWIFT, identification par BIC seulement.
           IF W-REL-DATE-MIN NOT = HIGH-VALUES
             OPEN INPUT FJRN
             IF W-JRN-STATUS = '00'
               PERFORM 1360-LIT-JOURNAL UNTIL W-EOF-JRN-YES
               CLOSE FJRN
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1360-LIT-JOURNAL SECTION.
      *-----------------------------------------------------------------
           READ FJRN
             AT END
               SET W-EOF-JRN-YES TO TRUE
             NOT AT END
               IF JRN-ETAT-EMIS AND JRN-DATE-VAL >= W-REL-DATE-MIN
                 IF W-JRN-NBENR >= C-JRN-MAX-ENR
                   DISPLAY 'ATTENTION 1360-LIT-JOURNAL : CAPACITE '
                           C-JRN-MAX-ENR ' ATTEINTE - REFERENCE '
                           JRN-TRN ' NON CHARGEE'
                 ELSE
                   ADD 1 TO W-JRN-NBENR
                   MOVE JRN-TRN  TO W-JRN-TRN(W-JRN-NBENR)
                   MOVE JRN-CPTY TO W-JRN-CPTY(W-JRN-NBENR)
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1380-IDENTIFIE-CPTY SECTION.
      *-----------------------------------------------------------------
      * Correspondant de chaque mouvement du jour : celui du message
      * emis dont il porte la reference, a defaut celui dont le BIC
      * est celui de la contrepartie du releve. Non identifie : il ne
      * peut etre rapproche et reste en suspens.
           PERFORM VARYING W-REL-IND FROM 1 BY 1
                   UNTIL W-REL-IND > W-REL-NBENR
             IF W-REL-CPTY(W-REL-IND) = SPACES
               PERFORM VARYING W-JRN-IND FROM 1 BY 1
                       UNTIL W-JRN-IND > W-JRN-NBENR
                          OR W-REL-CPTY(W-REL-IND) NOT = SPACES
                 IF W-JRN-TRN(W-JRN-IND) = W-REL-REFERENCE(W-REL-IND)
                   MOVE W-JRN-CPTY(W-JRN-IND)
                                      TO W-REL-CPTY(W-REL-IND)
                 END-IF
               END-PERFORM
             END-IF
             IF W-REL-CPTY(W-REL-IND) = SPACES
                AND W-REL-BIC(W-REL-IND) NOT = SPACES
               PERFORM VARYING W-CPM-IND FROM 1 BY 1
                       UNTIL W-CPM-IND > W-CPM-NBENR
                          OR W-REL-CPTY(W-REL-IND) NOT = SPACES
                 IF W-CPM-BIC(W-CPM-IND) = W-REL-BIC(W-REL-IND)
                    OR (W-CPM-BIC(W-CPM-IND)(9:3) = SPACES
                        AND W-REL-BIC(W-REL-IND)(9:3) = 'XXX'
                        AND W-CPM-BIC(W-CPM-IND)(1:8)
                                        = W-REL-BIC(W-REL-IND)(1:8))
                   MOVE W-CPM-CPTY(W-CPM-IND)
                                      TO W-REL-CPTY(W-REL-IND)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       1400-CHARGE-INSTRUCTIONS SECTION.
      *-----------------------------------------------------------------
      * Devises non soldees de la ventilation des instructions de
      * DACSPAY1.OUT, a leur date de valeur roulee, sous la date de
      * base et le cycle de son entete. Fichier absent : les attendus
      * viennent du seul historique.
           OPEN INPUT FPAYOUT
           IF W-PAYOUT-STATUS NOT = '00'
             DISPLAY 'ATTENTION 1400-CHARGE-INSTRUCTIONS : '
                     'DACSPAY1.OUT INDISPONIBLE (STATUT '
                     W-PAYOUT-STATUS ') - ATTENDUS PRIS DE '
                     'L HISTORIQUE SEUL'
           ELSE
             PERFORM 1410-LIT-PAY-OUT UNTIL W-EOF-PAY-YES
             CLOSE FPAYOUT
           END-IF
           .

      *-----------------------------------------------------------------
       1410-LIT-PAY-OUT SECTION.
      *-----------------------------------------------------------------
           READ FPAYOUT
             AT END
               SET W-EOF-PAY-YES TO TRUE
             NOT AT END
               EVALUATE TRUE
                 WHEN PAY-OUT-TYPE-ENTETE
                   MOVE PAY-OUT-ENT-DATE     TO W-PAY-DATE-BASE
                   IF PAY-OUT-ENT-CYCLE = SPACE
                     MOVE '1'                TO W-PAY-CYCLE
                   ELSE
                     MOVE PAY-OUT-ENT-CYCLE  TO W-PAY-CYCLE
                   END-IF
                 WHEN PAY-OUT-TYPE-INSTR
                   IF PAY-OUT-NB-DEV IS NUMERIC
                      AND PAY-OUT-NB-DEV <= 10
                     PERFORM VARYING W-IND-DEV FROM 1 BY 1
                             UNTIL W-IND-DEV > PAY-OUT-NB-DEV
                       PERFORM 1420-AJOUTE-DEVISE-PAY
                     END-PERFORM
                   END-IF
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-READ
           .

      *-----------------------------------------------------------------
       1420-AJOUTE-DEVISE-PAY SECTION.
      *-----------------------------------------------------------------
           IF PAY-OUT-DEV-MNT(W-IND-DEV) IS NUMERIC
              AND PAY-OUT-DEV-MNT(W-IND-DEV) > 0
             MOVE 'P'                        TO W-NOUV-ORIGINE
             MOVE W-PAY-DATE-BASE            TO W-NOUV-DATE-BASE
             MOVE W-PAY-CYCLE                TO W-NOUV-CYCLE
             MOVE PAY-OUT-CPTY               TO W-NOUV-CPTY
             MOVE PAY-OUT-DEV(W-IND-DEV)     TO W-NOUV-DEV
             MOVE PAY-OUT-DATE-VALEUR        TO W-NOUV-DATE-VAL
             MOVE PAY-OUT-DEV-MNT(W-IND-DEV) TO W-NOUV-MNT
             MOVE PAY-OUT-DEV-SENS(W-IND-DEV) TO W-NOUV-SENS
             MOVE W-DAT-TRT                  TO W-NOUV-DATE-1ERE
             PERFORM 1450-AJOUTE-ATTENDU
             IF FL-TROUVE-NON
               ADD 1 TO W-CPT-ATT-PAY
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1450-AJOUTE-ATTENDU SECTION.
      *-----------------------------------------------------------------
      * Ajoute W-NOUV-ATT a la table des attendus, sauf si la meme
      * position (date de base, cycle, correspondant, devise, sens) y
      * est deja : FL-TROUVE-OUI en retour dans ce cas.
           SET FL-TROUVE-NON TO TRUE
           PERFORM VARYING W-ATT-IND FROM 1 BY 1
                   UNTIL W-ATT-IND > W-ATT-NBENR OR FL-TROUVE-OUI
             IF W-ATT-DATE-BASE(W-ATT-IND) = W-NOUV-DATE-BASE
                AND W-ATT-CYCLE(W-ATT-IND) = W-NOUV-CYCLE
                AND W-ATT-CPTY(W-ATT-IND)  = W-NOUV-CPTY
                AND W-ATT-DEV(W-ATT-IND)   = W-NOUV-DEV
                AND W-ATT-SENS(W-ATT-IND)  = W-NOUV-SENS
               SET FL-TROUVE-OUI TO TRUE
             END-IF
           END-PERFORM

           IF FL-TROUVE-NON
             IF W-ATT-NBENR >= C-ATT-MAX-ENR
               SET FL-TROUVE-OUI TO TRUE
               DISPLAY 'ATTENTION 1450-AJOUTE-ATTENDU : CAPACITE '
                       C-ATT-MAX-ENR ' ATTEINTE - ATTENDU IGNORE '
                       W-NOUV-CPTY ' ' W-NOUV-DEV
             ELSE
               ADD 1 TO W-ATT-NBENR
               MOVE W-NOUV-ORIGINE   TO W-ATT-ORIGINE(W-ATT-NBENR)
               MOVE W-NOUV-DATE-BASE TO W-ATT-DATE-BASE(W-ATT-NBENR)
               MOVE W-NOUV-CYCLE     TO W-ATT-CYCLE(W-ATT-NBENR)
               MOVE W-NOUV-CPTY      TO W-ATT-CPTY(W-ATT-NBENR)
               MOVE W-NOUV-DEV       TO W-ATT-DEV(W-ATT-NBENR)
               MOVE W-NOUV-DATE-VAL  TO W-ATT-DATE-VAL(W-ATT-NBENR)
               MOVE W-NOUV-MNT       TO W-ATT-MNT(W-ATT-NBENR)
               MOVE W-NOUV-SENS      TO W-ATT-SENS(W-ATT-NBENR)
               MOVE W-NOUV-DATE-1ERE TO W-ATT-DATE-1ERE(W-ATT-NBENR)
               SET W-ATT-NON-RAPPROCHE(W-ATT-NBENR) TO TRUE
               MOVE 0                TO W-ATT-PART(W-ATT-NBENR)
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1470-CHARGE-BLOCAGES SECTION.
      *-----------------------------------------------------------------
      * Positions bloquees au plafond par DACSPAY1 aux dates
      * d'historique lues, et positions plus anciennes liberees depuis
      * W-HIS-DATE-DEB. File absente ('35') = aucun blocage ; file
      * illisible : les positions bloquees restent attendues a leur
      * date d'origine, ce qui est signale.
           OPEN INPUT FBLOQ
           EVALUATE W-BLOQ-STATUS
             WHEN '00'
               PERFORM 1475-LIT-BLOCAGE UNTIL W-EOF-BLQ-YES
               CLOSE FBLOQ
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY 'ATTENTION 1470-CHARGE-BLOCAGES : '
                       'DACSPAY1.BLQ INDISPONIBLE (STATUT '
                       W-BLOQ-STATUS ') - POSITIONS BLOQUEES '
                       'AU PLAFOND NON ECARTEES'
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1475-LIT-BLOCAGE SECTION.
      *-----------------------------------------------------------------
      * Une ligne de la file : seules comptent les lignes non caduques
      * bloquees au plus tard a la derniere date de releve, et soit
      * bloquees depuis W-HIS-DATE-DEB, soit liberees depuis. Le
      * dernier etat lu d'une position l'emporte. Cycle a blanc =
      * cycle 1, comme dans l'historique.
           READ FBLOQ
             AT END
               SET W-EOF-BLQ-YES TO TRUE
             NOT AT END
               IF BLQ-DATE-BLOC <= W-REL-DATE-MAX
                  AND NOT BLQ-CADUQUE
                  AND (BLQ-DATE-BLOC >= W-HIS-DATE-DEB
                       OR (BLQ-LIBEREE
                           AND BLQ-DATE-DEC(1:8) >= W-HIS-DATE-DEB))
                 MOVE BLQ-DATE-BLOC TO W-BLQ-RECH-DATE
                 IF BLQ-CYCLE = SPACE
                   MOVE '1'         TO W-BLQ-CYCLE-LU
                 ELSE
                   MOVE BLQ-CYCLE   TO W-BLQ-CYCLE-LU
                 END-IF
                 MOVE BLQ-CPTY      TO W-BLQ-RECH-CPTY
                 MOVE BLQ-DEV       TO W-BLQ-RECH-DEV
                 PERFORM 1480-CHERCHE-BLOCAGE
                 IF FL-TROUVE-NON
                   IF W-BLQ-NBENR >= C-BLQ-MAX-ENR
                     DISPLAY 'ATTENTION 1475-LIT-BLOCAGE : CAPACITE '
                             C-BLQ-MAX-ENR ' BLOCAGES ATTEINTE - '
                             'SUITE DE LA FILE NON ECARTEE'
                     SET W-EOF-BLQ-YES TO TRUE
                   ELSE
                     ADD 1 TO W-BLQ-NBENR
                     MOVE W-BLQ-NBENR     TO W-BLQ-IND-TROUVE
                     MOVE W-BLQ-RECH-DATE TO W-BLQ-DATE(W-BLQ-NBENR)
                     MOVE W-BLQ-CYCLE-LU  TO W-BLQ-CYCLE(W-BLQ-NBENR)
                     MOVE W-BLQ-RECH-CPTY TO W-BLQ-CPTY(W-BLQ-NBENR)
                     MOVE W-BLQ-RECH-DEV  TO W-BLQ-DEV(W-BLQ-NBENR)
                     SET FL-TROUVE-OUI    TO TRUE
                   END-IF
                 END-IF
                 IF FL-TROUVE-OUI
                   PERFORM 1478-ETAT-BLOCAGE
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1478-ETAT-BLOCAGE SECTION.
      *-----------------------------------------------------------------
      * Etat de la ligne lue porte sur la position W-BLQ-IND-TROUVE.
      * Liberee : date de liberation = date de valeur du blocage, au
      * plus tot date de la decision, comme DACSPAY1 la reprend ; la
      * lecture de l'historique commence a sa date de blocage.
           MOVE BLQ-ETAT TO W-BLQ-ETAT(W-BLQ-IND-TROUVE)
           MOVE SPACES   TO W-BLQ-DATE-LIB(W-BLQ-IND-TROUVE)
           IF BLQ-LIBEREE
             IF BLQ-DATE-VAL IS NUMERIC
                AND BLQ-DATE-VAL > BLQ-DATE-DEC(1:8)
               MOVE BLQ-DATE-VAL
                             TO W-BLQ-DATE-LIB(W-BLQ-IND-TROUVE)
             ELSE
               MOVE BLQ-DATE-DEC(1:8)
                             TO W-BLQ-DATE-LIB(W-BLQ-IND-TROUVE)
             END-IF
             IF BLQ-DATE-BLOC < W-HIS-DATE-LEC
               MOVE BLQ-DATE-BLOC TO W-HIS-DATE-LEC
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1480-CHERCHE-BLOCAGE SECTION.
      *-----------------------------------------------------------------
      * FL-TROUVE-OUI si la position W-BLQ-RECH (date, cycle,
      * correspondant, devise) est dans la table des blocages, a
      * l'indice W-BLQ-IND-TROUVE.
           SET FL-TROUVE-NON TO TRUE
           MOVE 0 TO W-BLQ-IND-TROUVE
           PERFORM VARYING W-BLQ-IND FROM 1 BY 1
                   UNTIL W-BLQ-IND > W-BLQ-NBENR OR FL-TROUVE-OUI
             IF W-BLQ-DATE(W-BLQ-IND) = W-BLQ-RECH-DATE
                AND W-BLQ-CYCLE(W-BLQ-IND) = W-BLQ-CYCLE-LU
                AND W-BLQ-CPTY(W-BLQ-IND) = W-BLQ-RECH-CPTY
                AND W-BLQ-DEV(W-BLQ-IND) = W-BLQ-RECH-DEV
               SET FL-TROUVE-OUI TO TRUE
               MOVE W-BLQ-IND TO W-BLQ-IND-TROUVE
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       1500-CHARGE-HISTORIQUE SECTION.
      *-----------------------------------------------------------------
      * Lignes d'historique dont la date de valeur est couverte par un
      * releve de leur devise : reglements des runs precedents dont
      * le mouvement nostro arrive aujourd'hui. La date de
      * l'historique est la date de traitement de DACSBAT1, qui sert
      * de date de base ; la date de valeur attendue est cette date
      * roulee au jour ouvre de la devise, comme dans DACSPAY1. Seules
      * les dates dont la date roulee peut tomber dans la plage des
      * releves sont lues. Les lignes de la date et du cycle de
      * DACSPAY1.OUT sont deja couvertes par ses devises. Les
      * positions bloquees au plafond en attente ou rejetees ne sont
      * pas attendues ; les liberees le sont a leur date de
      * liberation, roulee de meme, meme bloquees avant la plage lue.
           IF W-DVJ-NBENR > 0
             COMPUTE W-HIS-DATE-DEB-N = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(W-REL-DATE-MIN-N)
                   - C-ROUL-MAX-JOURS)
             MOVE W-HIS-DATE-DEB TO W-HIS-DATE-LEC
             PERFORM 1470-CHARGE-BLOCAGES
             OPEN INPUT FHIST
             IF W-HIST-STATUS NOT = '00'
               DISPLAY 'ATTENTION 1500-CHARGE-HISTORIQUE : '
                       'DACSHIST.DAT INDISPONIBLE (STATUT '
                       W-HIST-STATUS ') - ATTENDUS PRIS DE '
                       'DACSPAY1.OUT SEUL'
             ELSE
               MOVE LOW-VALUES     TO HIS-CLE
               MOVE W-HIS-DATE-LEC TO HIS-DATE
               START FHIST KEY IS NOT LESS THAN HIS-CLE
               IF W-HIST-STATUS = '00'
                 PERFORM 1510-LIT-HISTORIQUE UNTIL W-EOF-HIS-YES
               END-IF
               CLOSE FHIST
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1510-LIT-HISTORIQUE SECTION.
      *-----------------------------------------------------------------
      * Ligne suivante dans l'ordre de la cle : la lecture s'arrete
      * passee la derniere date de releve. Cycle a blanc = cycle 1.
           READ FHIST
             AT END
               SET W-EOF-HIS-YES TO TRUE
             NOT AT END
               IF HIS-CYCLE = SPACE
                 MOVE '1'       TO W-HIS-CYCLE-LU
               ELSE
                 MOVE HIS-CYCLE TO W-HIS-CYCLE-LU
               END-IF
               EVALUATE TRUE
                 WHEN HIS-DATE > W-REL-DATE-MAX
                   SET W-EOF-HIS-YES TO TRUE
                 WHEN HIS-DATE IS NOT NUMERIC
                   CONTINUE
                 WHEN HIS-MNT-NET IS NOT NUMERIC
                   CONTINUE
                 WHEN HIS-MNT-NET = 0
                   CONTINUE
                 WHEN HIS-DATE = W-PAY-DATE-BASE
                      AND W-HIS-CYCLE-LU = W-PAY-CYCLE
                   CONTINUE
                 WHEN OTHER
                   PERFORM 1520-RETIENT-HISTORIQUE
               END-EVALUATE
           END-READ
           .

      *-----------------------------------------------------------------
       1520-RETIENT-HISTORIQUE SECTION.
      *-----------------------------------------------------------------
      * Ligne d'historique lue : position liberee au plafond, attendue
      * a sa date de liberation ; en attente ou rejetee, ecartee ;
      * sinon attendue a sa date, si elle est dans la plage lue pour
      * l'historique (les dates plus anciennes ne sont lues que pour
      * les positions liberees).
           MOVE HIS-DATE       TO W-BLQ-RECH-DATE
           MOVE W-HIS-CYCLE-LU TO W-BLQ-CYCLE-LU
           MOVE HIS-CPTY       TO W-BLQ-RECH-CPTY
           MOVE HIS-DEV        TO W-BLQ-RECH-DEV
           PERFORM 1480-CHERCHE-BLOCAGE

           EVALUATE TRUE
             WHEN FL-TROUVE-OUI
                  AND W-BLQ-LIBEREE(W-BLQ-IND-TROUVE)
               MOVE 'S' TO W-NOUV-ORIGINE
               MOVE W-BLQ-DATE-LIB(W-BLQ-IND-TROUVE) TO W-ROUL-DATE
               PERFORM 1530-ATTEND-HISTORIQUE
             WHEN FL-TROUVE-OUI
               IF HIS-DATE >= W-HIS-DATE-DEB
                 ADD 1 TO W-CPT-HIS-BLOQUES
               END-IF
             WHEN HIS-DATE < W-HIS-DATE-DEB
               CONTINUE
             WHEN OTHER
               MOVE 'H' TO W-NOUV-ORIGINE
               MOVE HIS-DATE TO W-ROUL-DATE
               PERFORM 1530-ATTEND-HISTORIQUE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1530-ATTEND-HISTORIQUE SECTION.
      *-----------------------------------------------------------------
      * Roule la date W-ROUL-DATE de la ligne d'historique lue au jour
      * ouvre de sa devise ; la ligne est attendue, sous l'origine
      * W-NOUV-ORIGINE, si un releve de la devise couvre cette date.
           MOVE HIS-DEV TO W-ROUL-DEV
           PERFORM 7100-ROULE-DATE-VALEUR

           SET FL-TROUVE-NON TO TRUE
           PERFORM VARYING W-DVJ-IND FROM 1 BY 1
                   UNTIL W-DVJ-IND > W-DVJ-NBENR
                      OR FL-TROUVE-OUI
             IF W-DVJ-DEV(W-DVJ-IND) = HIS-DEV
                AND W-DVJ-DATE(W-DVJ-IND) = W-ROUL-DATE
               SET FL-TROUVE-OUI TO TRUE
             END-IF
           END-PERFORM

           IF FL-TROUVE-OUI
             MOVE HIS-DATE       TO W-NOUV-DATE-BASE
             MOVE W-HIS-CYCLE-LU TO W-NOUV-CYCLE
             MOVE HIS-CPTY       TO W-NOUV-CPTY
             MOVE HIS-DEV        TO W-NOUV-DEV
             MOVE W-ROUL-DATE    TO W-NOUV-DATE-VAL
             MOVE HIS-MNT-NET    TO W-NOUV-MNT
             MOVE HIS-SENS       TO W-NOUV-SENS
             MOVE W-DAT-TRT      TO W-NOUV-DATE-1ERE
             PERFORM 1450-AJOUTE-ATTENDU
             IF FL-TROUVE-NON
               IF W-NOUV-ORIGINE = 'S'
                 ADD 1 TO W-CPT-ATT-LIB
               ELSE
                 ADD 1 TO W-CPT-ATT-HIS
               END-IF
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1900-FERME-FICHIERS SECTION.
      *-----------------------------------------------------------------
           CLOSE FNOSOUT
           .

      *-----------------------------------------------------------------
       2000-RAPPROCHE SECTION.
      *-----------------------------------------------------------------
      * Premier passage : rapprochement exact (correspondant, devise,
      * date de valeur, sens et montant). Second passage, sur ce qui
      * reste : meme correspondant, devise, date et sens mais montant
      * different = ecart de montant, les deux cotes sont lies.
           PERFORM VARYING W-REL-IND FROM 1 BY 1
                   UNTIL W-REL-IND > W-REL-NBENR
             IF W-REL-NON-RAPPROCHE(W-REL-IND)
                AND W-REL-CPTY(W-REL-IND) NOT = SPACES
               PERFORM VARYING W-ATT-IND FROM 1 BY 1
                       UNTIL W-ATT-IND > W-ATT-NBENR
                          OR W-REL-RAPPROCHE(W-REL-IND)
                 IF W-ATT-NON-RAPPROCHE(W-ATT-IND)
                    AND W-ATT-CPTY(W-ATT-IND) = W-REL-CPTY(W-REL-IND)
                    AND W-ATT-DEV(W-ATT-IND) = W-REL-DEV(W-REL-IND)
                    AND W-ATT-DATE-VAL(W-ATT-IND)
                                        = W-REL-DATE-VAL(W-REL-IND)
                    AND W-ATT-SENS(W-ATT-IND) = W-REL-SENS(W-REL-IND)
                    AND W-ATT-MNT(W-ATT-IND) = W-REL-MNT(W-REL-IND)
                   SET W-REL-RAPPROCHE(W-REL-IND) TO TRUE
                   SET W-ATT-RAPPROCHE(W-ATT-IND) TO TRUE
                   MOVE W-ATT-IND TO W-REL-PART(W-REL-IND)
                   MOVE W-REL-IND TO W-ATT-PART(W-ATT-IND)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM

           PERFORM VARYING W-REL-IND FROM 1 BY 1
                   UNTIL W-REL-IND > W-REL-NBENR
             IF W-REL-NON-RAPPROCHE(W-REL-IND)
                AND W-REL-CPTY(W-REL-IND) NOT = SPACES
               PERFORM VARYING W-ATT-IND FROM 1 BY 1
                       UNTIL W-ATT-IND > W-ATT-NBENR
                          OR W-REL-ECART(W-REL-IND)
                 IF W-ATT-NON-RAPPROCHE(W-ATT-IND)
                    AND W-ATT-CPTY(W-ATT-IND) = W-REL-CPTY(W-REL-IND)
                    AND W-ATT-DEV(W-ATT-IND) = W-REL-DEV(W-REL-IND)
                    AND W-ATT-DATE-VAL(W-ATT-IND)
                                        = W-REL-DATE-VAL(W-REL-IND)
                    AND W-ATT-SENS(W-ATT-IND) = W-REL-SENS(W-REL-IND)
                   SET W-REL-ECART(W-REL-IND) TO TRUE
                   SET W-ATT-ECART(W-ATT-IND) TO TRUE
                   MOVE W-ATT-IND TO W-REL-PART(W-REL-IND)
                   MOVE W-REL-IND TO W-ATT-PART(W-ATT-IND)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       6000-EDITE-RAPPORT SECTION.
      *-----------------------------------------------------------------
      * Rapport : reglements rapproches, ecarts de montant, mouvements
      * de releve non rapproches, reglements attendus echus non
      * constates, attendus en attente de releve, puis la ligne de
      * comptages. L'age est compte depuis la premiere constatation.
           MOVE W-DAT-TRT TO COL-TIT-DATE
           WRITE NOS-OUT-REC FROM NOS-LIGNE-TITRE
           WRITE NOS-OUT-REC FROM NOS-LIGNE-ENTETE

           MOVE 'REGLEMENTS RAPPROCHES :' TO NOS-OUT-REC
           WRITE NOS-OUT-REC
           PERFORM VARYING W-REL-IND FROM 1 BY 1
                   UNTIL W-REL-IND > W-REL-NBENR
             IF W-REL-RAPPROCHE(W-REL-IND)
               ADD 1 TO W-CPT-RAPPROCHES
               MOVE W-REL-PART(W-REL-IND) TO W-ATT-IND
               PERFORM 6010-EDITE-COUPLE
             END-IF
           END-PERFORM

           MOVE 'ECARTS DE MONTANT - A ANALYSER :' TO NOS-OUT-REC
           WRITE NOS-OUT-REC
           PERFORM VARYING W-REL-IND FROM 1 BY 1
                   UNTIL W-REL-IND > W-REL-NBENR
             IF W-REL-ECART(W-REL-IND)
               ADD 1 TO W-CPT-ECARTS
               MOVE W-REL-PART(W-REL-IND) TO W-ATT-IND
               PERFORM 6010-EDITE-COUPLE
             END-IF
           END-PERFORM

           MOVE 'MOUVEMENTS DE RELEVE NON RAPPROCHES :' TO NOS-OUT-REC
           WRITE NOS-OUT-REC
           PERFORM VARYING W-REL-IND FROM 1 BY 1
                   UNTIL W-REL-IND > W-REL-NBENR
             IF W-REL-NON-RAPPROCHE(W-REL-IND)
               ADD 1 TO W-CPT-REL-NON-RAPP
               PERFORM 6020-EDITE-RELEVE
             END-IF
           END-PERFORM

           MOVE 'REGLEMENTS ATTENDUS NON CONSTATES AU RELEVE :'
                                              TO NOS-OUT-REC
           WRITE NOS-OUT-REC
           PERFORM VARYING W-ATT-IND FROM 1 BY 1
                   UNTIL W-ATT-IND > W-ATT-NBENR
             IF W-ATT-NON-RAPPROCHE(W-ATT-IND)
               PERFORM 6050-CHERCHE-ECHEANCE
               IF W-ATT-DATE-VAL(W-ATT-IND) <= W-DVJ-DATE-MAX
                 ADD 1 TO W-CPT-ATT-NON-CONST
                 PERFORM 6030-EDITE-ATTENDU
               END-IF
             END-IF
           END-PERFORM

           MOVE 'REGLEMENTS ATTENDUS EN ATTENTE DE RELEVE :'
                                              TO NOS-OUT-REC
           WRITE NOS-OUT-REC
           PERFORM VARYING W-ATT-IND FROM 1 BY 1
                   UNTIL W-ATT-IND > W-ATT-NBENR
             IF W-ATT-NON-RAPPROCHE(W-ATT-IND)
               PERFORM 6050-CHERCHE-ECHEANCE
               IF W-ATT-DATE-VAL(W-ATT-IND) > W-DVJ-DATE-MAX
                 ADD 1 TO W-CPT-ATT-EN-ATTENTE
                 PERFORM 6030-EDITE-ATTENDU
               END-IF
             END-IF
           END-PERFORM

           MOVE SPACES TO NOS-OUT-REC
           STRING 'RELEVES LUS : '            DELIMITED BY SIZE
                  W-CPT-REL-LUS               DELIMITED BY SIZE
                  ' - ILLISIBLES : '          DELIMITED BY SIZE
                  W-CPT-REL-REJETES           DELIMITED BY SIZE
                  ' - DEJA EN SUSPENS : '     DELIMITED BY SIZE
                  W-CPT-REL-DOUBLES           DELIMITED BY SIZE
                  ' - REPORTES : '           DELIMITED BY SIZE
                  W-CPT-SUS-LUS               DELIMITED BY SIZE
                  ' - ATTENDUS PAY : '       DELIMITED BY SIZE
                  W-CPT-ATT-PAY               DELIMITED BY SIZE
                  ' / HIST : '                DELIMITED BY SIZE
                  W-CPT-ATT-HIS               DELIMITED BY SIZE
                  INTO NOS-OUT-REC
           WRITE NOS-OUT-REC

           MOVE SPACES TO NOS-OUT-REC
           STRING 'RAPPROCHES : '             DELIMITED BY SIZE
                  W-CPT-RAPPROCHES            DELIMITED BY SIZE
                  ' - ECARTS : '             DELIMITED BY SIZE
                  W-CPT-ECARTS                DELIMITED BY SIZE
                  ' - RELEVE NON RAPP. : '  DELIMITED BY SIZE
                  W-CPT-REL-NON-RAPP          DELIMITED BY SIZE
                  ' - ATTENDUS NON CONST. : ' DELIMITED BY SIZE
                  W-CPT-ATT-NON-CONST         DELIMITED BY SIZE
                  ' - EN ATTENTE : '          DELIMITED BY SIZE
                  W-CPT-ATT-EN-ATTENTE        DELIMITED BY SIZE
                  INTO NOS-OUT-REC
           WRITE NOS-OUT-REC

           MOVE SPACES TO NOS-OUT-REC
           STRING 'ATTENDUS LIBERES AU PLAFOND : '
                                              DELIMITED BY SIZE
                  W-CPT-ATT-LIB               DELIMITED BY SIZE
                  ' - POSITIONS BLOQUEES AU PLAFOND ECARTEES : '
                                              DELIMITED BY SIZE
                  W-CPT-HIS-BLOQUES           DELIMITED BY SIZE
                  INTO NOS-OUT-REC
           WRITE NOS-OUT-REC

           IF W-CPT-ECARTS > 0 OR W-CPT-REL-NON-RAPP > 0
              OR W-CPT-ATT-NON-CONST > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
       6010-EDITE-COUPLE SECTION.
      *-----------------------------------------------------------------
      * Ligne d'un mouvement de releve W-REL-IND et de l'attendu
      * W-ATT-IND qui lui est lie (rapproche ou en ecart).
           MOVE SPACES                        TO NOS-LIGNE-DET
           MOVE W-REL-CPTY(W-REL-IND)         TO COL-DET-CPTY
           MOVE W-REL-DEV(W-REL-IND)          TO COL-DET-DEV
           MOVE W-REL-DATE-VAL(W-REL-IND)     TO COL-DET-DATE
           MOVE W-REL-SENS(W-REL-IND)         TO COL-DET-SENS
           MOVE W-REL-MNT(W-REL-IND)          TO W-MNT-RECU-R
           MOVE W-MNT-RECU                    TO COL-DET-MNT-REL
           COMPUTE W-MNT-ECART = W-MNT-RECU
           MOVE W-ATT-MNT(W-ATT-IND)          TO W-MNT-RECU-R
           MOVE W-MNT-RECU                    TO COL-DET-MNT-ATT
           COMPUTE W-MNT-ECART = W-MNT-ECART - W-MNT-RECU
           MOVE W-MNT-ECART                   TO COL-DET-ECART
           MOVE W-REL-REFERENCE(W-REL-IND)    TO COL-DET-REFERENCE
           MOVE W-ATT-ORIGINE(W-ATT-IND)      TO COL-DET-ORIGINE
           IF W-REL-ECART(W-REL-IND)
             MOVE W-REL-DATE-1ERE(W-REL-IND)  TO W-DATE-CALC
             PERFORM 6090-CALCULE-AGE
             MOVE W-AGE-JOURS                 TO COL-DET-AGE
           END-IF
           WRITE NOS-OUT-REC FROM NOS-LIGNE-DET
           .

      *-----------------------------------------------------------------
       6020-EDITE-RELEVE SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                        TO NOS-LIGNE-DET
           MOVE W-REL-CPTY(W-REL-IND)         TO COL-DET-CPTY
           MOVE W-REL-DEV(W-REL-IND)          TO COL-DET-DEV
           MOVE W-REL-DATE-VAL(W-REL-IND)     TO COL-DET-DATE
           MOVE W-REL-SENS(W-REL-IND)         TO COL-DET-SENS
           MOVE W-REL-MNT(W-REL-IND)          TO W-MNT-RECU-R
           MOVE W-MNT-RECU                    TO COL-DET-MNT-REL
           MOVE W-REL-REFERENCE(W-REL-IND)    TO COL-DET-REFERENCE
           MOVE 'R'                           TO COL-DET-ORIGINE
           MOVE W-REL-DATE-1ERE(W-REL-IND)    TO W-DATE-CALC
           PERFORM 6090-CALCULE-AGE
           MOVE W-AGE-JOURS                   TO COL-DET-AGE
           IF W-REL-CPTY(W-REL-IND) = SPACES
             MOVE 'CPTY INCONNU'              TO COL-DET-OBS
           END-IF
           WRITE NOS-OUT-REC FROM NOS-LIGNE-DET
           .

      *-----------------------------------------------------------------
       6030-EDITE-ATTENDU SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                        TO NOS-LIGNE-DET
           MOVE W-ATT-CPTY(W-ATT-IND)         TO COL-DET-CPTY
           MOVE W-ATT-DEV(W-ATT-IND)          TO COL-DET-DEV
           MOVE W-ATT-DATE-VAL(W-ATT-IND)     TO COL-DET-DATE
           MOVE W-ATT-SENS(W-ATT-IND)         TO COL-DET-SENS
           MOVE W-ATT-MNT(W-ATT-IND)          TO W-MNT-RECU-R
           MOVE W-MNT-RECU                    TO COL-DET-MNT-ATT
           MOVE W-ATT-ORIGINE(W-ATT-IND)      TO COL-DET-ORIGINE
           MOVE W-ATT-DATE-1ERE(W-ATT-IND)    TO W-DATE-CALC
           PERFORM 6090-CALCULE-AGE
           MOVE W-AGE-JOURS                   TO COL-DET-AGE
           IF W-DVJ-DATE-MAX = SPACES
             MOVE 'SANS RELEVE'               TO COL-DET-OBS
           END-IF
           WRITE NOS-OUT-REC FROM NOS-LIGNE-DET
           .

      *-----------------------------------------------------------------
       6050-CHERCHE-ECHEANCE SECTION.
      *-----------------------------------------------------------------
      * Derniere date de valeur couverte par un releve de la devise de
      * l'attendu W-ATT-IND (espaces = aucun releve de la devise).
           MOVE SPACES TO W-DVJ-DATE-MAX
           PERFORM VARYING W-DVJ-IND FROM 1 BY 1
                   UNTIL W-DVJ-IND > W-DVJ-NBENR
             IF W-DVJ-DEV(W-DVJ-IND) = W-ATT-DEV(W-ATT-IND)
                AND W-DVJ-DATE(W-DVJ-IND) > W-DVJ-DATE-MAX
               MOVE W-DVJ-DATE(W-DVJ-IND) TO W-DVJ-DATE-MAX
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       6090-CALCULE-AGE SECTION.
      *-----------------------------------------------------------------
      * Age en jours d'un suspens constate pour la premiere fois le
      * W-DATE-CALC (date illisible : age nul).
           IF W-DATE-CALC IS NUMERIC
             COMPUTE W-AGE-JOURS =
                     FUNCTION INTEGER-OF-DATE(W-DAT-TRT-N)
                   - FUNCTION INTEGER-OF-DATE(W-DATE-CALC-N)
             IF W-AGE-JOURS < 0
               MOVE 0 TO W-AGE-JOURS
             END-IF
           ELSE
             MOVE 0 TO W-AGE-JOURS
           END-IF
           .

      *-----------------------------------------------------------------
       7000-ECRIT-SUSPENS SECTION.
      *-----------------------------------------------------------------
      * Recree DACSNOS1.SUS avec tout ce qui reste ouvert : mouvements
      * de releve non rapproches ou en ecart, attendus non rapproches
      * ou en ecart (echus ou non). Les rapproches sont apures.
           OPEN OUTPUT FSUSPENS
           IF W-SUSPENS-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FSUSPENS - STATUT = '
                     W-SUSPENS-STATUS ' - SUSPENS NON REPORTES'
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM VARYING W-REL-IND FROM 1 BY 1
                     UNTIL W-REL-IND > W-REL-NBENR
               IF NOT W-REL-RAPPROCHE(W-REL-IND)
                 MOVE SPACES                     TO SUS-REC
                 MOVE 'R'                        TO SUS-ORIGINE
                 MOVE W-REL-DATE-1ERE(W-REL-IND) TO SUS-DATE-1ERE
                 MOVE W-REL-DATE-VAL(W-REL-IND)  TO SUS-DATE-BASE
                 MOVE W-REL-CPTY(W-REL-IND)      TO SUS-CPTY
                 MOVE W-REL-DEV(W-REL-IND)       TO SUS-DEV
                 MOVE W-REL-DATE-VAL(W-REL-IND)  TO SUS-DATE-VAL
                 MOVE W-REL-MNT(W-REL-IND)       TO SUS-MONTANT
                 MOVE W-REL-SENS(W-REL-IND)      TO SUS-SENS
                 MOVE W-REL-COMPTE(W-REL-IND)    TO SUS-COMPTE
                 MOVE W-REL-REFERENCE(W-REL-IND) TO SUS-REFERENCE
                 MOVE W-REL-BIC(W-REL-IND)       TO SUS-BIC
                 MOVE W-REL-DATE-1ERE(W-REL-IND) TO W-DATE-CALC
                 PERFORM 7050-ECRIT-LIGNE-SUSPENS
               END-IF
             END-PERFORM
             PERFORM VARYING W-ATT-IND FROM 1 BY 1
                     UNTIL W-ATT-IND > W-ATT-NBENR
               IF NOT W-ATT-RAPPROCHE(W-ATT-IND)
                 MOVE SPACES                     TO SUS-REC
                 MOVE W-ATT-ORIGINE(W-ATT-IND)   TO SUS-ORIGINE
                 MOVE W-ATT-DATE-1ERE(W-ATT-IND) TO SUS-DATE-1ERE
                 MOVE W-ATT-DATE-BASE(W-ATT-IND) TO SUS-DATE-BASE
                 MOVE W-ATT-CPTY(W-ATT-IND)      TO SUS-CPTY
                 MOVE W-ATT-DEV(W-ATT-IND)       TO SUS-DEV
                 MOVE W-ATT-DATE-VAL(W-ATT-IND)  TO SUS-DATE-VAL
                 MOVE W-ATT-MNT(W-ATT-IND)       TO SUS-MONTANT
                 MOVE W-ATT-SENS(W-ATT-IND)      TO SUS-SENS
                 MOVE W-ATT-CYCLE(W-ATT-IND)     TO SUS-CYCLE
                 MOVE W-ATT-DATE-1ERE(W-ATT-IND) TO W-DATE-CALC
                 PERFORM 7050-ECRIT-LIGNE-SUSPENS
               END-IF
             END-PERFORM
             CLOSE FSUSPENS
           END-IF
           .

      *-----------------------------------------------------------------
       7050-ECRIT-LIGNE-SUSPENS SECTION.
      *-----------------------------------------------------------------
           PERFORM 6090-CALCULE-AGE
           MOVE W-AGE-JOURS TO SUS-AGE
           WRITE SUS-REC
           IF W-SUSPENS-STATUS NOT = '00'
             DISPLAY 'ERREUR ECRITURE FSUSPENS - STATUT = '
                     W-SUSPENS-STATUS
           ELSE
             ADD 1 TO W-CPT-SUS-ECRITS
           END-IF
           .

      *-----------------------------------------------------------------
       7100-ROULE-DATE-VALEUR SECTION.
      *-----------------------------------------------------------------
      * Roule la date W-ROUL-DATE au prochain jour ouvre de la devise
      * W-ROUL-DEV : les samedis, dimanches et jours feries de la
      * devise (DEVISES.CAL) sont passes. Garde-fou a
      * C-ROUL-MAX-JOURS jours pour ne pas boucler sur un calendrier
      * degenere.
           COMPUTE W-ROUL-ENTIER =
                   FUNCTION INTEGER-OF-DATE(W-ROUL-DATE-N)
           MOVE 0 TO W-ROUL-NB

           PERFORM 7150-CTRL-JOUR-OUVRE
           PERFORM UNTIL FL-JOUR-OUVRE
                      OR W-ROUL-NB >= C-ROUL-MAX-JOURS
             ADD 1 TO W-ROUL-ENTIER
             ADD 1 TO W-ROUL-NB
             COMPUTE W-ROUL-DATE-N =
                     FUNCTION DATE-OF-INTEGER(W-ROUL-ENTIER)
             PERFORM 7150-CTRL-JOUR-OUVRE
           END-PERFORM

           IF FL-JOUR-FERME
             DISPLAY 'ATTENTION 7100-ROULE-DATE-VALEUR : AUCUN JOUR '
                     'OUVRE TROUVE SOUS ' C-ROUL-MAX-JOURS ' JOURS '
                     'POUR LA DEVISE ' W-ROUL-DEV ' - CALENDRIER A '
                     'VERIFIER'
           END-IF
           .

      *-----------------------------------------------------------------
       7150-CTRL-JOUR-OUVRE SECTION.
      *-----------------------------------------------------------------
      * Jour ouvre de la devise W-ROUL-DEV : ni samedi, ni dimanche
      * (jour 1 du calendrier gregorien = lundi, d'ou le modulo 7),
      * ni ferie de la devise dans DEVISES.CAL.
           SET FL-JOUR-OUVRE TO TRUE

           COMPUTE W-ROUL-JSEM = FUNCTION MOD(W-ROUL-ENTIER, 7)
           IF W-ROUL-JSEM = 6 OR W-ROUL-JSEM = 0
             SET FL-JOUR-FERME TO TRUE
           ELSE
             PERFORM VARYING W-CAL-IND FROM 1 BY 1
                     UNTIL W-CAL-IND > W-CAL-NBENR
               IF W-CAL-DEV(W-CAL-IND) = W-ROUL-DEV
                  AND W-CAL-DATE(W-CAL-IND) = W-ROUL-DATE
                 SET FL-JOUR-FERME TO TRUE
               END-IF
             END-PERFORM
           END-IF
           .

       END PROGRAM DACSNOS1.
