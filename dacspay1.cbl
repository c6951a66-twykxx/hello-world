      *                  'F' dans DACSPAY1.PRM et marque l'entete 'R' *
      *                  (remplacement) pour que la passerelle annule *
      *                  et remplace le premier fichier               *
      *  15/10/2026 JGO  Instructions permanentes de reglement         *
      *                  (CPTYSSI) : chaque instruction est suivie     *
      *                  d'un enregistrement '3' par devise de sa      *
      *                  ventilation portant BIC beneficiaire, compte, *
      *                  BIC intermediaire, date d'effet et statut de  *
      *                  la SSI (absente, inactive, pas encore en      *
      *                  effet a la date de valeur signales) ; les     *
      *                  '3' n'entrent ni dans le nombre               *
      *                  d'instructions ni dans le hash de fin         *
      *  15/10/2026 JGO  Date de valeur propre a chaque position de    *
      *                  DACSPAY1.IN (exportee par DACSBAT1) roulee    *
      *                  au jour ouvre de la devise au lieu d'une date *
      *                  unique pour tout le run ; ventilation tenue   *
      *                  par devise et date de valeur roulee ; une     *
      *                  date deja passee est ramenee a la date de     *
      *                  base du lancement                             *
      *  15/10/2026 JGO  Plafond journalier de paiement par            *
      *                  correspondant (fichier indexe CPTYPLAF.DAT) : *
      *                  ventilations a payer converties en EUR        *
      *                  (DEVISES.TXE) et cumulees avant emission ; au *
      *                  dela du plafond, ou plafond non verifiable,   *
      *                  l'instruction est bloquee dans DACSPAY1.BLQ   *
      *                  et tenue hors de DACSPAY1.OUT. Passe de       *
      *                  liberation (fonction 'L') : un second         *
      *                  intervenant habilite (DACSPAY1.HAB) libere ou *
      *                  rejette chaque blocage (DACSPAY1.DEC) ; les   *
      *                  liberees sont emises dans le fichier          *
      *                  supplementaire DACSPAY1.SUP (entete 'S')      *
      *                  inscrit au registre ; blocages et decisions   *
      *                  journalises dans DACSPAY1.JRN                 *
      *  15/10/2026 JGO  Cycles de reglement : le cycle porte par      *
      *                  DACSPAY1.IN est reporte dans l'entete de      *
      *                  DACSPAY1.OUT et au registre ; le controle de  *
      *                  double emission porte sur date + cycle, un    *
      *                  second cycle de la journee est emis sans      *
      *                  forcage ; la re-emission forcee ne rend       *
      *                  caducs que les blocages du cycle ; plafond    *
      *                  journalier apprecie sur l'ensemble des cycles *
      *                  du jour via le cumul DACSPAY1.CUM             *
      *  15/10/2026 JGO  Etape de la chaine de nuit pilotee par        *
      *                  DACSRUN1 pour la date et le cycle (DACSBAT1   *
      *                  termine pour le cycle) ; une re-emission      *
      *                  forcee exige aussi la relance marquee par     *
      *                  DACSPIL1 ; passe de liberation hors chaine    *
      *                                                                *
      ******************************************************************

                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-REGIST-STATUS.

           SELECT FCPTYSSI ASSIGN TO "CPTYSSI.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SSI-CLE
                  FILE STATUS   IS W-CPTYSSI-STATUS.

           SELECT FPAYSUP ASSIGN TO "DACSPAY1.SUP"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-PAYOUT-STATUS.

           SELECT FDEVTXE ASSIGN TO "DEVISES.TXE"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-DEVTXE-STATUS.

           SELECT FCPTYPLF ASSIGN TO "CPTYPLAF.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PLF-CPTY
                  FILE STATUS   IS W-CPTYPLF-STATUS.

           SELECT FBLOQ   ASSIGN TO "DACSPAY1.BLQ"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-BLOQ-STATUS.

           SELECT FJRNBLQ ASSIGN TO "DACSPAY1.JRN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-JRNBLQ-STATUS.

           SELECT FDECIS  ASSIGN TO "DACSPAY1.DEC"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-DECIS-STATUS.

           SELECT FHABIL  ASSIGN TO "DACSPAY1.HAB"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-HABIL-STATUS.

           SELECT FCUMUL  ASSIGN TO "DACSPAY1.CUM"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-CUMUL-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *--- Sens de la position nette : 'D' = a payer, 'C' = a recevoir
           05 PAY-IN-SENS           PIC X(1).
              88 PAY-IN-SENS-RECU       VALUE 'C'.
           05 FILLER                PIC X(1).
      *--- Date de valeur de la position (AAAAMMJJ) avant roulage ;
      *    blanc (interface historique) = date de base du lancement
           05 PAY-IN-DATE-VAL       PIC X(8).
           05 FILLER                PIC X(1).
      *--- Cycle de reglement de la journee (1 a 9) ; blanc (interface
      *    historique) = cycle 1
           05 PAY-IN-CYCLE          PIC X(1).

       FD  FPAYOUT.
       01  PAY-OUT-REC              PIC X(240).

      *--- Parametres optionnels du lancement : fonction 'F' = re-
      *    emission forcee d'une date deja emise (fichier marque
      *    remplacement), 'L' = passe de liberation des instructions
      *    bloquees au plafond, et identifiant de l'intervenant
      *    (obligatoire en liberation). Fichier absent ou vide =
      *    lancement normal -------------------------------------------
       FD  FPRM.
       01  PRM-REC.
           05 PRM-FCT               PIC X(1).
              88 PRM-FCT-FORCE          VALUE 'F'.
              88 PRM-FCT-LIBERATION     VALUE 'L'.
           05 FILLER                PIC X(1).
           05 PRM-USER              PIC X(8).

      *--- Registre des emissions : un enregistrement par fichier
      *    d'instructions emis (date de valeur de base, nombre
      *    d'instructions, hash de fin de fichier, marque de
      *    remplacement 'R' ou de fichier supplementaire 'S', cycle de
      *    reglement - blanc = cycle 1, ou fichier supplementaire) ----
       FD  FREGIST.
       01  REG-REC.
           05 REG-DATE              PIC X(8).
           05 REG-HASH              PIC 9(18).
           05 FILLER                PIC X(1).
           05 REG-REMPLACE          PIC X(1).
           05 FILLER                PIC X(1).
           05 REG-CYCLE             PIC X(1).

      *--- Calendrier des jours feries par devise : un enregistrement
      *    par couple devise / jour ferie (AAAAMMJJ) ------------------
           05 FILLER                PIC X(1).
           05 CAL-IN-DATE           PIC X(8).

      *--- Instructions permanentes de reglement, indexees par
      *    correspondant + devise ---------------------------------------
       FD  FCPTYSSI.
           COPY CCPTYSSV.

      *--- Fichier supplementaire des instructions liberees, de meme
      *    format que DACSPAY1.OUT (entete marque 'S'). Il partage le
      *    statut de FPAYOUT : un lancement n'ecrit que l'un des deux -
       FD  FPAYSUP.
       01  PAY-SUP-REC              PIC X(240).

      *--- Taux indicatifs du jour vers l'EUR : contre-valeur EUR
      *    d'une unite de la devise --------------------------------
       FD  FDEVTXE.
       01  TXE-IN-REC.
           05 TXE-IN-DEV            PIC X(3).
           05 FILLER                PIC X(1).
           05 TXE-IN-TAUX           PIC 9(4)V9(6).

      *--- Plafonds journaliers des paiements, indexes par
      *    correspondant ----------------------------------------------
       FD  FCPTYPLF.
           COPY CCPTYPLV.

      *--- File des instructions bloquees au plafond : une ligne par
      *    devise de la ventilation bloquee, sous la reference du
      *    blocage (date + numero d'ordre), avec la contre-valeur EUR
      *    a payer de l'instruction et le plafond ; etat 'E' = en
      *    attente de decision, 'L' = liberee, 'R' = rejetee, 'X' =
      *    caduque (date re-emise par fonction 'F') ; marque 'O' quand
      *    le fichier d'instructions qui a bloque a ete remplace ;
      *    cycle de reglement du fichier (blanc = cycle 1) -------------
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
           05 FILLER                PIC X(1).
           05 BLQ-DECIDEUR          PIC X(8).
           05 FILLER                PIC X(1).
           05 BLQ-DATE-DEC          PIC X(14).
           05 FILLER                PIC X(1).
           05 BLQ-REMPLACE          PIC X(1).
           05 FILLER                PIC X(1).
           05 BLQ-CYCLE             PIC X(1).

      *--- Journal des blocages et des decisions : un enregistrement
      *    par blocage ('B'), liberation ('L'), rejet ('R'), blocage
      *    rendu caduc ('X') et decision refusee ('D'), avec
      *    l'intervenant du lancement et le decideur ----------------
       FD  FJRNBLQ.
       01  JRB-REC.
           05 JRB-TIMESTAMP         PIC X(14).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 JRB-EVENEMENT         PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 JRB-REF               PIC X(13).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 JRB-DATE-BLOC         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 JRB-CPTY              PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 JRB-CVEUR             PIC 9(13)V9(2).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 JRB-PLAFOND           PIC 9(13)V9(2).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 JRB-OPERATEUR         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 JRB-DECIDEUR          PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 JRB-RESULTAT          PIC X(40).

      *--- Decisions du second intervenant : decideur, reference du
      *    blocage, 'L' = liberer, 'R' = rejeter ----------------------
       FD  FDECIS.
       01  DEC-IN-REC.
           05 DEC-IN-DECIDEUR       PIC X(8).
           05 FILLER                PIC X(1).
           05 DEC-IN-REF            PIC X(13).
           05 FILLER                PIC X(1).
           05 DEC-IN-DECISION       PIC X(1).
              88 DEC-IN-LIBERE          VALUE 'L'.
              88 DEC-IN-REJETTE         VALUE 'R'.

      *--- Intervenants habilites a decider des blocages, un par ligne
       FD  FHABIL.
       01  HAB-IN-REC.
           05 HAB-IN-USER           PIC X(8).

      *--- Cumul du jour des contre-valeurs EUR emises a payer par
      *    correspondant : une ligne par cycle emis (cycle 'S' = une
      *    instruction liberee en fichier supplementaire). Le plafond
      *    journalier s'apprecie sur l'ensemble des cycles du jour ;
      *    reecrit a chaque emission, sans les lignes des jours passes
       FD  FCUMUL.
       01  CUM-REC.
           05 CUM-DATE              PIC X(8).
           05 FILLER                PIC X(1).
           05 CUM-CYCLE             PIC X(1).
           05 FILLER                PIC X(1).
           05 CUM-CPTY              PIC X(8).
           05 FILLER                PIC X(1).
           05 CUM-CVEUR             PIC 9(13)V9(2).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSPAY1'.
       77 C-DACSRUN1                   PIC X(8) VALUE 'DACSRUN1'.
       77 C-CPTY-MAX-ENR               PIC 9(4) COMP VALUE 500.
       77 C-DEV-MAX-CPTY               PIC 9(2) COMP VALUE 10.
       77 C-CAL-MAX-ENR                PIC 9(4) COMP VALUE 500.
      *--- Garde-fou du roulage de date : au dela, le calendrier est
      *    considere degenere (trop de feries consecutifs)
       77 C-ROUL-MAX-JOURS             PIC 9(2) COMP VALUE 30.
       77 C-TXE-MAX-ENR                PIC 9(4) COMP VALUE 200.
       77 C-BLQ-MAX-ENR                PIC 9(4) COMP VALUE 2000.
       77 C-HAB-MAX-ENR                PIC 9(4) COMP VALUE 100.
       77 C-CUM-MAX-ENR                PIC 9(4) COMP VALUE 2000.
      *--- Nombre de jours pendant lesquels un blocage decide (libere,
      *    rejete ou caduc) reste dans DACSPAY1.BLQ ; le journal
      *    DACSPAY1.JRN en garde la trace au dela
       77 C-BLQ-CONSERV-JOURS          PIC 9(2)      VALUE 30.

      *--- FLAGS -------------------------------------------------------
       01 FL-DISPLAY                   PIC X(2).
       01 W-CALEND-STATUS              PIC X(2).
       01 W-PRM-STATUS                 PIC X(2).
       01 W-REGIST-STATUS              PIC X(2).
       01 W-CPTYSSI-STATUS             PIC X(2).
       01 W-DEVTXE-STATUS              PIC X(2).
       01 W-CPTYPLF-STATUS             PIC X(2).
       01 W-BLOQ-STATUS                PIC X(2).
       01 W-JRNBLQ-STATUS              PIC X(2).
       01 W-DECIS-STATUS               PIC X(2).
       01 W-HABIL-STATUS               PIC X(2).
       01 W-CUMUL-STATUS               PIC X(2).

      *--- FL-CPTYSSI : disponibilite du fichier des instructions
      *    permanentes de reglement ; indisponible = toutes les
      *    ventilations sont emises avec une SSI absente
       01 FL-CPTYSSI                   PIC X(1) VALUE '0'.
          88 FL-CPTYSSI-OK                 VALUE '1'.
          88 FL-CPTYSSI-KO                 VALUE '0'.

      *--- FL-FORCE : re-emission volontaire demandee (fonction 'F'
      *    dans DACSPAY1.PRM), le fichier emis est marque remplacement
          88 FL-FORCE-OUI                  VALUE '1'.
          88 FL-FORCE-NON                  VALUE '0'.

      *--- FL-LIBERATION : passe de liberation des instructions
      *    bloquees (fonction 'L' dans DACSPAY1.PRM) au lieu de
      *    l'emission du jour ; W-USER = intervenant du lancement
       01 FL-LIBERATION                PIC X(1) VALUE '0'.
          88 FL-LIBERATION-OUI             VALUE '1'.
          88 FL-LIBERATION-NON             VALUE '0'.
       01 W-USER                       PIC X(8) VALUE SPACES.

      *--- FL-ETAPE : lancement accepte par le pilotage de la chaine
      *    (toujours vrai pour la passe de liberation, hors chaine) ;
      *    W-RC-ETAPE garde le code retour le temps de l'appel de fin
      *    d'etape
       01 FL-ETAPE                     PIC X(1) VALUE '1'.
          88 FL-ETAPE-OK                   VALUE '1'.
          88 FL-ETAPE-KO                   VALUE '0'.
       01 W-RC-ETAPE                   PIC 9(4).

      *--- FL-BLOQ : la file des instructions bloquees a pu etre
      *    chargee ('35' = file vide) ; illisible, elle serait
      *    reecrite incomplete : aucune emission
       01 FL-BLOQ                      PIC X(1) VALUE '1'.
          88 FL-BLOQ-OK                    VALUE '1'.
          88 FL-BLOQ-KO                    VALUE '0'.

      *--- FL-CUMUL : le cumul du jour des cycles deja emis a pu etre
      *    charge ('35' = aucun) ; illisible, le plafond journalier ne
      *    serait apprecie que sur le cycle en cours : aucune emission
       01 FL-CUMUL                     PIC X(1) VALUE '1'.
          88 FL-CUMUL-OK                   VALUE '1'.
          88 FL-CUMUL-KO                   VALUE '0'.

       01 W-FL-EOF-CUM                 PIC X(1) VALUE 'N'.
          88 W-EOF-CUM-YES                 VALUE 'Y'.
          88 W-EOF-CUM-NON                 VALUE 'N'.

      *--- FL-CYCLE : le cycle de reglement du lancement est valide
      *    (1 a 9) ; un cycle invalide dans DACSPAY1.IN arrete le
      *    lancement sans emission
       01 FL-CYCLE                     PIC X(1) VALUE '1'.
          88 FL-CYCLE-OK                   VALUE '1'.
          88 FL-CYCLE-KO                   VALUE '0'.

      *--- FL-CPTYPLF : le fichier des plafonds a pu etre ouvert ;
      *    inexistant = aucun plafond applique par DACSMNT1 ;
      *    illisible = plafonds non verifiables
       01 FL-CPTYPLF                   PIC X(1) VALUE '0'.
          88 FL-CPTYPLF-OK                 VALUE '1'.
          88 FL-CPTYPLF-KO                 VALUE '0'.
          88 FL-CPTYPLF-ABSENT             VALUE '2'.

      *--- FL-JRNBLQ : journal des blocages ouvert en ecriture
       01 FL-JRNBLQ                    PIC X(1) VALUE '0'.
          88 FL-JRNBLQ-OK                  VALUE '1'.
          88 FL-JRNBLQ-KO                  VALUE '0'.

      *--- FL-BLOCAGE : l'instruction du correspondant en cours de
      *    controle est bloquee ; FL-TAUX : toutes ses devises a payer
      *    ont un taux EUR
       01 FL-BLOCAGE                   PIC X(1).
          88 FL-BLOCAGE-OUI                VALUE '1'.
          88 FL-BLOCAGE-NON                VALUE '0'.
       01 FL-TAUX                      PIC X(1).
          88 FL-TAUX-COMPLET               VALUE '1'.
          88 FL-TAUX-INCOMPLET             VALUE '0'.

      *--- FL-HABILITE : le decideur courant figure dans DACSPAY1.HAB
       01 FL-HABILITE                  PIC X(1).
          88 FL-HABILITE-OUI               VALUE '1'.
          88 FL-HABILITE-NON               VALUE '0'.

       01 W-FL-EOF-BLQ                 PIC X(1) VALUE 'N'.
          88 W-EOF-BLQ-YES                 VALUE 'Y'.
          88 W-EOF-BLQ-NON                 VALUE 'N'.

       01 W-FL-EOF-DEC                 PIC X(1) VALUE 'N'.
          88 W-EOF-DEC-YES                 VALUE 'Y'.
          88 W-EOF-DEC-NON                 VALUE 'N'.

       01 W-FL-EOF-HAB                 PIC X(1) VALUE 'N'.
          88 W-EOF-HAB-YES                 VALUE 'Y'.
          88 W-EOF-HAB-NON                 VALUE 'N'.

      *--- FL-DEJA-EMIS : le registre porte deja une emission pour la
      *    date de valeur de base et le cycle du lancement
       01 FL-DEJA-EMIS                 PIC X(1) VALUE '0'.
          88 FL-DEJA-EMIS-OUI              VALUE '1'.
          88 FL-DEJA-EMIS-NON              VALUE '0'.
       01 W-REG-NB-TROUVE              PIC 9(6) VALUE 0.
       01 W-REG-HASH-TROUVE            PIC 9(18) VALUE 0.

      *--- Cycle de reglement du lancement (blanc tant qu'il n'est pas
      *    connu), cycle d'une entree lue et plus haut cycle deja
      *    registre pour la date ---------------------------------------
       01 W-CYCLE                      PIC X(1) VALUE SPACE.
          88 W-CYCLE-VALIDE                VALUE '1' THRU '9'.
       01 W-CYCLE-LU                   PIC X(1).
       01 W-REG-CYCLE-MAX              PIC X(1) VALUE '0'.
       01 W-REG-CYCLE-MAX-N REDEFINES W-REG-CYCLE-MAX
                                       PIC 9(1).

       01 W-FL-EOF-PAY                 PIC X(1) VALUE 'N'.
          88 W-EOF-PAY-YES                 VALUE 'Y'.
          88 W-EOF-PAY-NON                 VALUE 'N'.
      *--- COMPTEURS / TOTAUX DE CONTROLE -------------------------------
       01 W-CPT-LUES                   PIC 9(6) VALUE 0.
       01 W-CPT-INSTR                  PIC 9(6) VALUE 0.
      *--- Ventilations emises sans SSI en vigueur a leur date de
      *    valeur (absente, inactive ou pas encore en effet)
       01 W-CPT-SSI-ABS                PIC 9(6) VALUE 0.
      *--- Positions recues avec une date de valeur deja passee,
      *    ramenees a la date de base du lancement
       01 W-CPT-DATE-PASSEE            PIC 9(6) VALUE 0.
      *--- Controle des plafonds : instructions bloquees ce lancement,
      *    correspondants a payer sans plafond au maitre, blocages de
      *    la date rendus caducs par une re-emission forcee
       01 W-CPT-BLOQUEES               PIC 9(6) VALUE 0.
       01 W-CPT-SANS-PLAFOND           PIC 9(6) VALUE 0.
       01 W-CPT-CADUQUES               PIC 9(6) VALUE 0.
      *--- Passe de liberation : decisions lues, appliquees (liberees,
      *    rejetees) ou refusees, blocages toujours en attente, lignes
      *    decidees purgees de la file
       01 W-CPT-DEC-LUES               PIC 9(6) VALUE 0.
       01 W-CPT-LIBEREES               PIC 9(6) VALUE 0.
       01 W-CPT-REJETEES               PIC 9(6) VALUE 0.
       01 W-CPT-DEC-REFUSEES           PIC 9(6) VALUE 0.
       01 W-CPT-EN-ATTENTE             PIC 9(6) VALUE 0.
       01 W-CPT-PURGEES                PIC 9(6) VALUE 0.
       01 W-HASH-TOTAL                 PIC 9(15)V9(3) VALUE 0.
       01 W-HASH-TOTAL-R REDEFINES W-HASH-TOTAL
                                       PIC 9(18).
      *    somme des valeurs absolues des nets par devise -------------
       01 W-MNT-CTRL                   PIC 9(13)V9(3).

      *--- Date de base du lancement (AAAAMMJJ) : cle du registre des
      *    emissions et date d'entete, plancher des dates de valeur
      *    des positions avant roulage --------------------------------
       01 W-DATE-VALEUR                PIC X(8).

      *--- Position en cours de cumul : correspondant, devise et date
      *    de valeur roulee ------------------------------------------
       01 W-POS-CPTY                   PIC X(8).
       01 W-POS-DEV                    PIC X(3).
       01 W-POS-DATE-VAL               PIC X(8).

      *--- Contre-valeur EUR d'une ventilation a payer, cumul a payer
      *    du correspondant et son plafond (zero = pas de plafond) ----
       01 W-MNT-CVEUR                  PIC 9(13)V9(2).
       01 W-CVEUR-CPTY                 PIC 9(13)V9(2).
       01 W-PLAFOND                    PIC 9(13)V9(2).
       01 W-NB-DEV-PAYER               PIC 9(2).
       01 W-BLQ-MOTIF                  PIC X(40).
       01 W-ED-CVEUR                   PIC Z(12)9.99.
       01 W-ED-PLAFOND                 PIC Z(12)9.99.
      *--- Contre-valeur EUR deja emise a payer pour le correspondant
      *    par les autres cycles du jour et les fichiers supplementaires
       01 W-CVEUR-DEJA                 PIC 9(13)V9(2).
       01 W-ED-DEJA                    PIC Z(12)9.99.

      *--- Cumul du jour charge depuis DACSPAY1.CUM (lignes du jour
      *    seules), reecrit apres emission -----------------------------
       01 W-TAB-CUM-CLS.
          02 W-CUM-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-CUM-IND          PIC 9(4) COMP.
          02 W-CUM-ENR OCCURS 2000.
             03 W-CUM-CYCLE     PIC X(1).
             03 W-CUM-CPTY      PIC X(8).
             03 W-CUM-CVEUR     PIC 9(13)V9(2).

      *--- Table des taux indicatifs vers l'EUR chargee depuis
      *    DEVISES.TXE. Devise absente = contre-valeur inconnue -------
       01 W-TAB-TXE-CLS.
          02 W-TXE-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-TXE-IND          PIC 9(4) COMP.
          02 W-TXE-IND-TROUVE   PIC 9(4) COMP.
          02 W-TXE-DEV-CHERCHE  PIC X(3).
          02 W-TXE-ENR OCCURS 200.
             03 W-TXE-DEV       PIC X(3).
             03 W-TXE-TAUX      PIC 9(4)V9(6).

      *--- File des instructions bloquees chargee depuis
      *    DACSPAY1.BLQ, completee des blocages du lancement et
      *    reecrite en fin de lancement --------------------------------
       01 W-TAB-BLQ-CLS.
          02 W-BLQ-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-BLQ-IND          PIC 9(4) COMP.
          02 W-BLQ-IND-TROUVE   PIC 9(4) COMP.
          02 W-BLQ-ENR OCCURS 2000.
             03 W-BLQ-REF       PIC X(13).
             03 W-BLQ-DATE-BLOC PIC X(8).
             03 W-BLQ-CPTY      PIC X(8).
             03 W-BLQ-DEV       PIC X(3).
             03 W-BLQ-MONTANT   PIC 9(16).
             03 W-BLQ-SENS      PIC X(1).
             03 W-BLQ-DATE-VAL  PIC X(8).
             03 W-BLQ-CVEUR     PIC 9(13)V9(2).
             03 W-BLQ-PLAFOND   PIC 9(13)V9(2).
             03 W-BLQ-MOTIF-ENR PIC X(40).
             03 W-BLQ-ETAT      PIC X(1).
                88 W-BLQ-EN-ATTENTE VALUE 'E'.
                88 W-BLQ-LIBEREE    VALUE 'L'.
                88 W-BLQ-REJETEE    VALUE 'R'.
                88 W-BLQ-CADUQUE    VALUE 'X'.
             03 W-BLQ-DECIDEUR  PIC X(8).
             03 W-BLQ-DATE-DEC  PIC X(14).
             03 W-BLQ-REMPLACE  PIC X(1).
                88 W-BLQ-REMPLACE-OUI VALUE 'O'.
             03 W-BLQ-CYCLE     PIC X(1).
      *--- '1' = liberee par la passe en cours (annulable si le
      *    fichier supplementaire ne peut etre emis)
             03 W-BLQ-PASSE     PIC X(1).
                88 W-BLQ-PASSE-OUI  VALUE '1'.

      *--- Reference de blocage : date du lancement et numero d'ordre
      *    du jour, repris apres le plus haut deja present dans la file
       01 W-BLQ-SEQ                    PIC 9(4) VALUE 0.
       01 W-BLQ-SEQ-LU                 PIC 9(4).
       01 W-BLQ-REF-CRT.
          05 W-BLQ-REF-DATE           PIC X(8).
          05 FILLER                   PIC X(1) VALUE '-'.
          05 W-BLQ-REF-NUM            PIC 9(4).
       01 W-BLQ-REF-PREC               PIC X(13).

      *--- Age d'un blocage decide (date de decision -> ce jour) ------
       01 W-DAT-DEC-N                  PIC 9(8).
       01 W-DAT-JOUR-N                 PIC 9(8).
       01 W-AGE-JOURS                  PIC S9(4) COMP.

      *--- Intervenants habilites charges depuis DACSPAY1.HAB ---------
       01 W-TAB-HAB-CLS.
          02 W-HAB-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-HAB-IND          PIC 9(4) COMP.
          02 W-HAB-USER OCCURS 100    PIC X(8).

      *--- Evenement a journaliser dans DACSPAY1.JRN ------------------
       01 W-JRB-COURANT.
          05 W-JRB-EVENEMENT          PIC X(1).
          05 W-JRB-REF                PIC X(13).
          05 W-JRB-DATE-BLOC          PIC X(8).
          05 W-JRB-CPTY               PIC X(8).
          05 W-JRB-CVEUR              PIC 9(13)V9(2).
          05 W-JRB-PLAFOND            PIC 9(13)V9(2).
          05 W-JRB-DECIDEUR           PIC X(8).
          05 W-JRB-RESULTAT           PIC X(40).

      *--- Table des jours feries par devise chargee depuis
      *    DEVISES.CAL ; fichier absent = week-ends seuls -------------
       01 W-TAB-CAL-CLS.
          02 W-PAY-DEV-TROUVE   PIC 9(2) COMP.
          02 W-PAY-ENR OCCURS 500.
             03 W-PAY-CPTY      PIC X(8).
      *--- 'O' = instruction bloquee au plafond, non emise
             03 W-PAY-BLOQUE    PIC X(1).
                88 W-PAY-BLOQUE-OUI VALUE 'O'.
             03 W-PAY-NB-DEV    PIC 9(2).
      *--- Contre-valeur EUR a payer de l'instruction (cumul du jour)
             03 W-PAY-CVEUR     PIC 9(13)V9(2).
             03 W-PAY-DEV-ENR OCCURS 10.
                04 W-PAY-DEV    PIC X(3).
                04 W-PAY-DEV-MNT PIC S9(13)V9(3).
      *--- Date de valeur roulee de la ligne de ventilation
                04 W-PAY-DEV-DATE PIC X(8).

      *--- Ligne du fichier d'instructions en cours d'ecriture ---------
       01 W-LIGNE-OUT                  PIC X(240).

      *--- INSTRUCTION DE PAIEMENT (format fixe passerelle) ------------
      *    '1' = entete, '2' = instruction, '3' = SSI d'une devise de
      *    la ventilation de l'instruction qui precede, '9' = fin de
      *    fichier
       01 PAY-OUT-ENTETE.
          05 PAY-ENT-TYPE             PIC X(1)  VALUE '1'.
          05 PAY-ENT-DATE-VALEUR      PIC X(8).
          05 PAY-ENT-SOURCE           PIC X(8)  VALUE 'DACSBAT1'.
      *--- 'R' = fichier de remplacement (re-emission forcee) : la
      *    passerelle annule et remplace le fichier deja recu pour
      *    cette date ; 'S' = fichier supplementaire des instructions
      *    liberees, qui s'ajoute aux fichiers deja recus
          05 PAY-ENT-REMPLACE         PIC X(1)  VALUE SPACE.
      *--- Cycle de reglement de la journee (blanc = fichier
      *    supplementaire, hors cycle)
          05 PAY-ENT-CYCLE            PIC X(1)  VALUE SPACE.

       01 PAY-OUT-INSTR.
          05 PAY-INS-TYPE             PIC X(1)  VALUE '2'.
             10 PAY-INS-DEV-MNT       PIC 9(16).
             10 PAY-INS-DEV-SENS      PIC X(1).

      *--- Instruction permanente de reglement d'une devise de la
      *    ventilation, a la suite de son instruction '2' ; statut
      *    'O' = en vigueur, 'A' = absente, 'I' = inactive, 'F' = pas
      *    encore en effet a la date de valeur
       01 PAY-OUT-SSI.
          05 PAY-SSI-TYPE             PIC X(1)  VALUE '3'.
          05 PAY-SSI-DATE-VALEUR      PIC X(8).
          05 PAY-SSI-CPTY             PIC X(8).
          05 PAY-SSI-DEV              PIC X(3).
          05 PAY-SSI-BIC-BENEF        PIC X(11).
          05 PAY-SSI-COMPTE           PIC X(34).
          05 PAY-SSI-BIC-INTERM       PIC X(11).
          05 PAY-SSI-DATE-EFFET       PIC X(8).
          05 PAY-SSI-STATUT           PIC X(1).
             88 PAY-SSI-EN-VIGUEUR        VALUE 'O'.
             88 PAY-SSI-ABSENTE           VALUE 'A'.
             88 PAY-SSI-INACTIVE          VALUE 'I'.
             88 PAY-SSI-FUTURE            VALUE 'F'.

       01 PAY-OUT-FIN.
          05 PAY-FIN-TYPE             PIC X(1)  VALUE '9'.
          05 PAY-FIN-NB-INSTR         PIC 9(6).
          05 PAY-FIN-HASH             PIC 9(18).

      *----- Parametres du pilotage de la chaine de nuit (DACSRUN1)
           COPY CRUNCTLV.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-VALEUR

           PERFORM 1020-LIT-PARAMETRES
      *--- Cycle de reglement : celui de DACSPAY1.IN, ou a defaut le
      *    suivant du dernier cycle registre pour la date (la passe de
      *    liberation est hors cycle)
           IF FL-LIBERATION-NON
             PERFORM 1022-CYCLE-LANCEMENT
           END-IF
           PERFORM 1025-CTRL-REGISTRE
           IF FL-LIBERATION-NON AND FL-REGIST-OK AND FL-CYCLE-OK
                                AND W-CYCLE = SPACE
             PERFORM 1028-CYCLE-SUIVANT
           END-IF
           PERFORM 1080-CHARGE-BLOCAGES
           PERFORM 1090-CHARGE-CUMUL

      *--- Pilotage de la chaine, une fois le cycle connu : la passe
      *    de liberation n'est ni controlee ni enregistree
           IF FL-LIBERATION-NON
             PERFORM 9700-DEBUT-ETAPE
           END-IF

      *--- File des instructions bloquees illisible : reecrite en fin
      *    de lancement, elle perdrait les blocages en attente
           EVALUATE TRUE
      *--- Lancement refuse par le pilotage (predecesseur non termine
      *    ou cycle deja passe sans relance marquee) : rien n'est lu
             WHEN FL-ETAPE-KO
               CONTINUE

             WHEN FL-BLOQ-KO
               DISPLAY 'DACSPAY1 : FILE DES INSTRUCTIONS BLOQUEES '
                       'DACSPAY1.BLQ ILLISIBLE - ARRET SANS EMISSION'
               MOVE 8 TO RETURN-CODE

      *--- Registre illisible : impossible de savoir si la date a deja
      *    ete emise, le garde-fou prime sur l'emission
             WHEN FL-REGIST-KO
               DISPLAY 'DACSPAY1 : REGISTRE DES EMISSIONS ILLISIBLE - '
                       'ARRET SANS EMISSION (DOUBLE PAIEMENT NON '
                       'VERIFIABLE)'
               MOVE 8 TO RETURN-CODE

      *--- Cumul du jour illisible : le plafond journalier ne serait
      *    apprecie que sur le cycle en cours
             WHEN FL-CUMUL-KO
               DISPLAY 'DACSPAY1 : CUMUL DU JOUR DACSPAY1.CUM '
                       'ILLISIBLE - ARRET SANS EMISSION (PLAFOND '
                       'JOURNALIER NON VERIFIABLE)'
               MOVE 8 TO RETURN-CODE

             WHEN FL-CYCLE-KO
               DISPLAY 'DACSPAY1 : CYCLE DE REGLEMENT INVALIDE OU '
                       'EPUISE (' W-CYCLE ') POUR LA DATE '
                       W-DATE-VALEUR ' - ARRET SANS EMISSION'
               MOVE 8 TO RETURN-CODE

      *--- Passe de liberation : pas d'emission du jour, seules les
      *    instructions liberees partent en fichier supplementaire
             WHEN FL-LIBERATION-OUI
               PERFORM 5000-PILOTE-LIBERATION

      *--- Cycle de la date deja emis et pas de re-emission forcee :
      *    arret net, aucun second fichier n'est produit (la premiere
      *    cause de double paiement est une relance "par securite")
             WHEN FL-DEJA-EMIS-OUI AND FL-FORCE-NON
               DISPLAY 'DACSPAY1 : EMISSION DEJA EFFECTUEE POUR LA '
                       'DATE ' W-DATE-VALEUR ' CYCLE ' W-CYCLE ' ('
                       W-REG-NB-TROUVE ' INSTRUCTION(S), HASH '
                       W-REG-HASH-TROUVE ') - ARRET SANS EMISSION'
               DISPLAY 'DACSPAY1 : POUR RE-EMETTRE VOLONTAIREMENT, '
                       'SERVIR LA FONCTION F DANS DACSPAY1.PRM'
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               DISPLAY 'DACSPAY1 : EMISSION DE LA DATE ' W-DATE-VALEUR
                       ' - CYCLE DE REGLEMENT ' W-CYCLE
               EVALUATE TRUE
                 WHEN FL-DEJA-EMIS-OUI
                   DISPLAY 'DACSPAY1 : RE-EMISSION FORCEE POUR LA '
                           'DATE ' W-DATE-VALEUR ' CYCLE ' W-CYCLE
                           ' - FICHIER MARQUE REMPLACEMENT'
      *--- Fonction F restee en place sans rien a remplacer (reliquat
      *    d'un forcage precedent) : emission normale, non marquee
                 WHEN FL-FORCE-OUI
                   DISPLAY 'ATTENTION DACSPAY1 : FONCTION F SERVIE '
                           'SANS EMISSION A REMPLACER POUR LA DATE '
                           W-DATE-VALEUR ' CYCLE ' W-CYCLE
                           ' - EMISSION NORMALE NON MARQUEE '
                           'REMPLACEMENT'
               END-EVALUATE
               PERFORM 1030-CHARGE-CALENDRIER
               PERFORM 1050-OUVRE-FICHIERS
               PERFORM 1100-TRAITEMENT UNTIL W-EOF-PAY-YES
               PERFORM 4000-CONTROLE-PLAFONDS
               PERFORM 6000-EDITE-INSTRUCTIONS
               PERFORM 8000-ECRIT-REGISTRE
               PERFORM 4900-REECRIT-BLOCAGES
               PERFORM 1900-FERME-FICHIERS
           END-EVALUATE

           IF FL-LIBERATION-NON AND FL-ETAPE-OK
             PERFORM 9750-FIN-ETAPE
           END-IF
           .

      *-----------------------------------------------------------------
       1020-LIT-PARAMETRES SECTION.
      *-----------------------------------------------------------------
      * Lit la fonction optionnelle du lancement dans DACSPAY1.PRM :
      * 'F' = re-emission forcee d'une date deja emise, 'L' = passe de
      * liberation des instructions bloquees, et l'intervenant du
      * lancement. Fichier absent ou vide = lancement normal.
           OPEN INPUT FPRM
           IF W-PRM-STATUS = '00'
             READ FPRM
               NOT AT END
                 EVALUATE TRUE
                   WHEN PRM-FCT-FORCE
                     SET FL-FORCE-OUI TO TRUE
                   WHEN PRM-FCT-LIBERATION
                     SET FL-LIBERATION-OUI TO TRUE
                 END-EVALUATE
                 MOVE PRM-USER TO W-USER
             END-READ
             CLOSE FPRM
           END-IF
           .

      *-----------------------------------------------------------------
       1022-CYCLE-LANCEMENT SECTION.
      *-----------------------------------------------------------------
      * Cycle de reglement du lancement, porte par chaque ligne de
      * DACSPAY1.IN (DACSBAT1 le reprend de l'entete de ses
      * mouvements) : blanc = cycle 1 (interface historique). Fichier
      * absent ou vide : le cycle reste a determiner apres lecture du
      * registre (cf. 1028-CYCLE-SUIVANT).
           OPEN INPUT FPAYIN
           IF W-PAYIN-STATUS = '00'
             READ FPAYIN
               NOT AT END
                 IF PAY-IN-CYCLE = SPACE
                   MOVE '1'          TO W-CYCLE
                 ELSE
                   MOVE PAY-IN-CYCLE TO W-CYCLE
                   IF NOT W-CYCLE-VALIDE
                     SET FL-CYCLE-KO TO TRUE
                   END-IF
                 END-IF
             END-READ
             CLOSE FPAYIN
           END-IF
           .

      *-----------------------------------------------------------------
       1028-CYCLE-SUIVANT SECTION.
      *-----------------------------------------------------------------
      * DACSPAY1.IN vide ou absent (aucune position reglee a l'entree) :
      * le fichier d'instructions, vide, est emis sous le cycle qui
      * suit le dernier registre pour la date.
           IF W-REG-CYCLE-MAX = '9'
             SET FL-CYCLE-KO TO TRUE
           ELSE
             ADD 1 TO W-REG-CYCLE-MAX-N
             MOVE W-REG-CYCLE-MAX TO W-CYCLE
             DISPLAY 'ATTENTION DACSPAY1 : DACSPAY1.IN VIDE OU ABSENT '
                     '- CYCLE ' W-CYCLE ' ATTRIBUE (SUIVANT DU '
                     'REGISTRE)'
           END-IF
           .

      *-----------------------------------------------------------------
       1025-CTRL-REGISTRE SECTION.
      *-----------------------------------------------------------------
      * Parcourt le registre des emissions : une entree portant la
      * date de valeur de base et le cycle de reglement du lancement
      * signifie qu'un fichier d'instructions a deja ete emis pour ce
      * cycle ; le plus haut cycle emis pour la date est retenu au
      * passage. Registre
      * absent ('35') = aucune emission encore registree ; tout autre
      * incident rend le garde-fou anti double paiement aveugle, le
      * run s'arretera sans emettre.
             AT END
               SET W-EOF-REG-YES TO TRUE
             NOT AT END
      *--- Un fichier supplementaire d'instructions liberees ne vaut
      *    pas emission de la date ; entree sans cycle = cycle 1
               IF REG-DATE = W-DATE-VALEUR AND REG-REMPLACE NOT = 'S'
                 IF REG-CYCLE = SPACE
                   MOVE '1'       TO W-CYCLE-LU
                 ELSE
                   MOVE REG-CYCLE TO W-CYCLE-LU
                 END-IF
                 IF W-CYCLE-LU >= '1' AND W-CYCLE-LU <= '9'
                    AND W-CYCLE-LU > W-REG-CYCLE-MAX
                   MOVE W-CYCLE-LU TO W-REG-CYCLE-MAX
                 END-IF
                 IF W-CYCLE-LU = W-CYCLE
                   SET FL-DEJA-EMIS-OUI TO TRUE
                   IF REG-NB-INSTR IS NUMERIC
                     MOVE REG-NB-INSTR TO W-REG-NB-TROUVE
                   END-IF
                   IF REG-HASH IS NUMERIC
                     MOVE REG-HASH     TO W-REG-HASH-TROUVE
                   END-IF
                 END-IF
               END-IF
           END-READ
      *-----------------------------------------------------------------
      * Ajoute l'emission du run au registre : date de valeur de base,
      * nombre d'instructions et hash de fin de fichier tels qu'ecrits
      * dans DACSPAY1.OUT (DACSPAY1.SUP en passe de liberation), cycle
      * de reglement, et marque de remplacement ou de fichier
      * supplementaire le cas echeant. Une emission en erreur
      * d'ecriture n'est pas registree (elle n'a pas ete livree a la
      * passerelle). Le cumul du jour est mis a jour de l'emission.
           IF W-PAYOUT-STATUS NOT = '00'
             DISPLAY 'ATTENTION 8000-ECRIT-REGISTRE : EMISSION EN '
                     'ERREUR (STATUT ' W-PAYOUT-STATUS ') - NON '
               MOVE W-DATE-VALEUR  TO REG-DATE
               MOVE W-CPT-INSTR    TO REG-NB-INSTR
               MOVE W-HASH-TOTAL-R TO REG-HASH
               EVALUATE TRUE
                 WHEN FL-LIBERATION-OUI
                   MOVE 'S' TO REG-REMPLACE
                 WHEN FL-FORCE-OUI AND FL-DEJA-EMIS-OUI
                   MOVE 'R' TO REG-REMPLACE
               END-EVALUATE
               IF FL-LIBERATION-NON
                 MOVE W-CYCLE TO REG-CYCLE
               END-IF
               WRITE REG-REC
               IF W-REGIST-STATUS NOT = '00'
               END-IF
               CLOSE FREGIST
             END-IF
             PERFORM 8100-ECRIT-CUMUL
           END-IF
           .

      *-----------------------------------------------------------------
       8100-ECRIT-CUMUL SECTION.
      *-----------------------------------------------------------------
      * Reecrit le cumul du jour DACSPAY1.CUM : les lignes du jour des
      * autres cycles (toutes en passe de liberation), puis une ligne
      * par instruction emise a payer du cycle (ligne 'S' par blocage
      * libere en passe de liberation). Une re-emission forcee du
      * cycle remplace donc ses lignes. Les jours passes disparaissent.
           OPEN OUTPUT FCUMUL
           IF W-CUMUL-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FCUMUL - STATUT = '
                     W-CUMUL-STATUS
             DISPLAY 'ALERTE 8100-ECRIT-CUMUL : CUMUL DU JOUR NON MIS '
                     'A JOUR - PLAFOND DES CYCLES SUIVANTS A VERIFIER '
                     'MANUELLEMENT'
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM VARYING W-CUM-IND FROM 1 BY 1
                     UNTIL W-CUM-IND > W-CUM-NBENR
               IF FL-LIBERATION-OUI
                  OR W-CUM-CYCLE(W-CUM-IND) NOT = W-CYCLE
                 MOVE SPACES                  TO CUM-REC
                 MOVE W-DATE-VALEUR           TO CUM-DATE
                 MOVE W-CUM-CYCLE(W-CUM-IND)  TO CUM-CYCLE
                 MOVE W-CUM-CPTY(W-CUM-IND)   TO CUM-CPTY
                 MOVE W-CUM-CVEUR(W-CUM-IND)  TO CUM-CVEUR
                 PERFORM 8150-ECRIT-LIGNE-CUMUL
               END-IF
             END-PERFORM

             IF FL-LIBERATION-OUI
               MOVE SPACES TO W-BLQ-REF-PREC
               PERFORM VARYING W-BLQ-IND FROM 1 BY 1
                       UNTIL W-BLQ-IND > W-BLQ-NBENR
                 IF W-BLQ-PASSE-OUI(W-BLQ-IND)
                    AND W-BLQ-REF(W-BLQ-IND) NOT = W-BLQ-REF-PREC
                   MOVE W-BLQ-REF(W-BLQ-IND)   TO W-BLQ-REF-PREC
                   MOVE SPACES                 TO CUM-REC
                   MOVE W-DATE-VALEUR          TO CUM-DATE
                   MOVE 'S'                    TO CUM-CYCLE
                   MOVE W-BLQ-CPTY(W-BLQ-IND)  TO CUM-CPTY
                   MOVE W-BLQ-CVEUR(W-BLQ-IND) TO CUM-CVEUR
                   PERFORM 8150-ECRIT-LIGNE-CUMUL
                 END-IF
               END-PERFORM
             ELSE
               PERFORM VARYING W-PAY-IND FROM 1 BY 1
                       UNTIL W-PAY-IND > W-PAY-NBENR
                 IF NOT W-PAY-BLOQUE-OUI(W-PAY-IND)
                    AND W-PAY-CVEUR(W-PAY-IND) > 0
                   MOVE SPACES                 TO CUM-REC
                   MOVE W-DATE-VALEUR          TO CUM-DATE
                   MOVE W-CYCLE                TO CUM-CYCLE
                   MOVE W-PAY-CPTY(W-PAY-IND)  TO CUM-CPTY
                   MOVE W-PAY-CVEUR(W-PAY-IND) TO CUM-CVEUR
                   PERFORM 8150-ECRIT-LIGNE-CUMUL
                 END-IF
               END-PERFORM
             END-IF
             CLOSE FCUMUL
           END-IF
           .

      *-----------------------------------------------------------------
       8150-ECRIT-LIGNE-CUMUL SECTION.
      *-----------------------------------------------------------------
           WRITE CUM-REC
           IF W-CUMUL-STATUS NOT = '00'
             DISPLAY 'ERREUR ECRITURE FCUMUL - STATUT = '
                     W-CUMUL-STATUS
             MOVE 8 TO RETURN-CODE
           END-IF
           .

             SET W-EOF-PAY-YES TO TRUE
           END-IF

           PERFORM 1055-OUVRE-SSI

           IF W-EOF-PAY-NON
             PERFORM 1060-LIT-PAY-IN
           END-IF
           .

      *-----------------------------------------------------------------
       1055-OUVRE-SSI SECTION.
      *-----------------------------------------------------------------
      *--- Fichier des SSI indisponible : les instructions sont
      *    emises, chaque ventilation signalee sans SSI
           OPEN INPUT FCPTYSSI
           IF W-CPTYSSI-STATUS = '00'
             SET FL-CPTYSSI-OK TO TRUE
           ELSE
             SET FL-CPTYSSI-KO TO TRUE
             DISPLAY 'ATTENTION 1055-OUVRE-SSI : CPTYSSI.DAT '
                     'INDISPONIBLE (STATUT ' W-CPTYSSI-STATUS ') - '
                     'VENTILATIONS EMISES SANS SSI'
           END-IF
           .

      *-----------------------------------------------------------------
       1060-LIT-PAY-IN SECTION.
      *-----------------------------------------------------------------
           END-READ
           .

      *-----------------------------------------------------------------
       1080-CHARGE-BLOCAGES SECTION.
      *-----------------------------------------------------------------
      * Charge la file des instructions bloquees DACSPAY1.BLQ et
      * repere le plus haut numero de blocage deja attribue ce jour.
      * File absente ('35') = aucun blocage ; tout autre incident, ou
      * une file au dela de la capacite, interdit le lancement : la
      * file reecrite perdrait des blocages en attente.
           OPEN INPUT FBLOQ
           EVALUATE W-BLOQ-STATUS
             WHEN '00'
               PERFORM 1085-LIT-BLOCAGE UNTIL W-EOF-BLQ-YES
               CLOSE FBLOQ
             WHEN '35'
               CONTINUE
             WHEN OTHER
               SET FL-BLOQ-KO TO TRUE
               DISPLAY 'ERREUR OUVERTURE FBLOQ - STATUT = '
                       W-BLOQ-STATUS
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1085-LIT-BLOCAGE SECTION.
      *-----------------------------------------------------------------
           READ FBLOQ
             AT END
               SET W-EOF-BLQ-YES TO TRUE
             NOT AT END
               IF W-BLQ-NBENR >= C-BLQ-MAX-ENR
                 SET FL-BLOQ-KO    TO TRUE
                 SET W-EOF-BLQ-YES TO TRUE
                 DISPLAY 'ATTENTION 1085-LIT-BLOCAGE : CAPACITE FILE '
                         C-BLQ-MAX-ENR ' LIGNES ATTEINTE'
               ELSE
                 ADD 1 TO W-BLQ-NBENR
                 MOVE BLQ-REF       TO W-BLQ-REF(W-BLQ-NBENR)
                 MOVE BLQ-DATE-BLOC TO W-BLQ-DATE-BLOC(W-BLQ-NBENR)
                 MOVE BLQ-CPTY      TO W-BLQ-CPTY(W-BLQ-NBENR)
                 MOVE BLQ-DEV       TO W-BLQ-DEV(W-BLQ-NBENR)
                 MOVE BLQ-MONTANT   TO W-BLQ-MONTANT(W-BLQ-NBENR)
                 MOVE BLQ-SENS      TO W-BLQ-SENS(W-BLQ-NBENR)
                 MOVE BLQ-DATE-VAL  TO W-BLQ-DATE-VAL(W-BLQ-NBENR)
                 MOVE BLQ-CVEUR     TO W-BLQ-CVEUR(W-BLQ-NBENR)
                 MOVE BLQ-PLAFOND   TO W-BLQ-PLAFOND(W-BLQ-NBENR)
                 MOVE BLQ-MOTIF     TO W-BLQ-MOTIF-ENR(W-BLQ-NBENR)
                 MOVE BLQ-ETAT      TO W-BLQ-ETAT(W-BLQ-NBENR)
                 MOVE BLQ-DECIDEUR  TO W-BLQ-DECIDEUR(W-BLQ-NBENR)
                 MOVE BLQ-DATE-DEC  TO W-BLQ-DATE-DEC(W-BLQ-NBENR)
                 MOVE BLQ-REMPLACE  TO W-BLQ-REMPLACE(W-BLQ-NBENR)
                 IF BLQ-CYCLE = SPACE
                   MOVE '1'         TO W-BLQ-CYCLE(W-BLQ-NBENR)
                 ELSE
                   MOVE BLQ-CYCLE   TO W-BLQ-CYCLE(W-BLQ-NBENR)
                 END-IF
                 MOVE SPACE         TO W-BLQ-PASSE(W-BLQ-NBENR)
                 IF BLQ-REF(1:8) = W-DATE-VALEUR
                    AND BLQ-REF(10:4) IS NUMERIC
                   MOVE BLQ-REF(10:4) TO W-BLQ-SEQ-LU
                   IF W-BLQ-SEQ-LU > W-BLQ-SEQ
                     MOVE W-BLQ-SEQ-LU TO W-BLQ-SEQ
                   END-IF
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1090-CHARGE-CUMUL SECTION.
      *-----------------------------------------------------------------
      * Charge les lignes du jour du cumul DACSPAY1.CUM (contre-valeurs
      * EUR deja emises a payer par cycle et par correspondant). Cumul
      * absent ('35') = premier cycle du jour ; tout autre incident, ou
      * un cumul au dela de la capacite, interdit le lancement.
           OPEN INPUT FCUMUL
           EVALUATE W-CUMUL-STATUS
             WHEN '00'
               PERFORM 1095-LIT-CUMUL UNTIL W-EOF-CUM-YES
               CLOSE FCUMUL
             WHEN '35'
               CONTINUE
             WHEN OTHER
               SET FL-CUMUL-KO TO TRUE
               DISPLAY 'ERREUR OUVERTURE FCUMUL - STATUT = '
                       W-CUMUL-STATUS
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1095-LIT-CUMUL SECTION.
      *-----------------------------------------------------------------
           READ FCUMUL
             AT END
               SET W-EOF-CUM-YES TO TRUE
             NOT AT END
               IF CUM-DATE = W-DATE-VALEUR
                 IF W-CUM-NBENR >= C-CUM-MAX-ENR
                   SET FL-CUMUL-KO   TO TRUE
                   SET W-EOF-CUM-YES TO TRUE
                   DISPLAY 'ATTENTION 1095-LIT-CUMUL : CAPACITE CUMUL '
                           C-CUM-MAX-ENR ' LIGNES ATTEINTE'
                 ELSE
                   ADD 1 TO W-CUM-NBENR
                   MOVE CUM-CYCLE TO W-CUM-CYCLE(W-CUM-NBENR)
                   MOVE CUM-CPTY  TO W-CUM-CPTY(W-CUM-NBENR)
                   IF CUM-CVEUR IS NUMERIC
                     MOVE CUM-CVEUR TO W-CUM-CVEUR(W-CUM-NBENR)
                   ELSE
                     MOVE 0         TO W-CUM-CVEUR(W-CUM-NBENR)
                   END-IF
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1100-TRAITEMENT SECTION.
      *-----------------------------------------------------------------
       1150-ACCUMULE-CPTY SECTION.
      *-----------------------------------------------------------------
      * Cumule l'enregistrement correspondant / devise courant dans
      * W-TAB-PAY-CLS : un poste par correspondant, ventile par devise
      * et date de valeur roulee. Les montants sont cumules signes
      * selon le sens recu : un net a recevoir vient en deduction de
      * la position du correspondant a la meme date de valeur.
           MOVE PAY-IN-CPTY TO W-POS-CPTY
           MOVE PAY-IN-DEV  TO W-POS-DEV
           PERFORM 1170-DATE-VALEUR-POS

           MOVE PAY-IN-MONTANT TO W-MNT-RECU-R
           IF PAY-IN-SENS-RECU
             COMPUTE W-MNT-SIGNE = 0 - W-MNT-RECU
             MOVE W-MNT-RECU TO W-MNT-SIGNE
           END-IF

           PERFORM 1180-CUMULE-POSITION
           .

      *-----------------------------------------------------------------
       1180-CUMULE-POSITION SECTION.
      *-----------------------------------------------------------------
      * Cumule la position W-POS-CPTY / W-POS-DEV, de montant signe
      * W-MNT-SIGNE et de date de valeur roulee W-POS-DATE-VAL, dans
      * le poste du correspondant (cree au besoin). Commun a l'emission
      * du jour et a la passe de liberation.
           MOVE 0 TO W-PAY-IND-TROUVE
           PERFORM VARYING W-PAY-IND FROM 1 BY 1
                   UNTIL W-PAY-IND > W-PAY-NBENR
             IF W-PAY-CPTY(W-PAY-IND) = W-POS-CPTY
               MOVE W-PAY-IND TO W-PAY-IND-TROUVE
             END-IF
           END-PERFORM

           IF W-PAY-IND-TROUVE = 0
             IF W-PAY-NBENR >= C-CPTY-MAX-ENR
               DISPLAY 'ATTENTION 1180-CUMULE-POSITION : CAPACITE '
                       'CORRESPONDANTS ' C-CPTY-MAX-ENR ' ATTEINTE - '
                       'ENREGISTREMENT IGNORE POUR ' W-POS-CPTY
             ELSE
               ADD 1 TO W-PAY-NBENR
               MOVE W-PAY-NBENR     TO W-PAY-IND-TROUVE
               MOVE W-POS-CPTY      TO W-PAY-CPTY(W-PAY-IND-TROUVE)
               MOVE SPACE           TO W-PAY-BLOQUE(W-PAY-IND-TROUVE)
               MOVE 0               TO W-PAY-NB-DEV(W-PAY-IND-TROUVE)
               PERFORM 1160-AJOUTE-DEVISE
             END-IF
       1160-AJOUTE-DEVISE SECTION.
      *-----------------------------------------------------------------
      * Ajoute le montant de la devise courante a la ventilation du
      * correspondant W-PAY-IND-TROUVE, sur la ligne de meme devise et
      * meme date de valeur roulee. Au dela de C-DEV-MAX-CPTY lignes,
      * la ventilation est signalee incomplete et la devise en surplus
      * est ecartee de l'instruction (a regler a la main).
           MOVE 0 TO W-PAY-DEV-TROUVE
           PERFORM VARYING W-PAY-DEV-IND FROM 1 BY 1
                   UNTIL W-PAY-DEV-IND >
                         W-PAY-NB-DEV(W-PAY-IND-TROUVE)
             IF W-PAY-DEV(W-PAY-IND-TROUVE, W-PAY-DEV-IND) = W-POS-DEV
                AND W-PAY-DEV-DATE(W-PAY-IND-TROUVE, W-PAY-DEV-IND)
                    = W-POS-DATE-VAL
               MOVE W-PAY-DEV-IND TO W-PAY-DEV-TROUVE
             END-IF
           END-PERFORM
               DISPLAY 'ATTENTION 1160-AJOUTE-DEVISE : CAPACITE '
                       'DEVISES ' C-DEV-MAX-CPTY ' ATTEINTE POUR '
                       W-PAY-CPTY(W-PAY-IND-TROUVE)
                       ' - VENTILATION INCOMPLETE POUR ' W-POS-DEV
             ELSE
               ADD 1 TO W-PAY-NB-DEV(W-PAY-IND-TROUVE)
               MOVE W-PAY-NB-DEV(W-PAY-IND-TROUVE) TO W-PAY-DEV-IND
               MOVE W-POS-DEV
                 TO W-PAY-DEV(W-PAY-IND-TROUVE, W-PAY-DEV-IND)
               MOVE W-MNT-SIGNE
                 TO W-PAY-DEV-MNT(W-PAY-IND-TROUVE, W-PAY-DEV-IND)
               MOVE W-POS-DATE-VAL
                 TO W-PAY-DEV-DATE(W-PAY-IND-TROUVE, W-PAY-DEV-IND)
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1170-DATE-VALEUR-POS SECTION.
      *-----------------------------------------------------------------
      * Date de valeur de la position courante, roulee au prochain
      * jour ouvre de sa devise (week-ends et feries de DEVISES.CAL) :
      * la date propre de la position, ou la date de base du lancement
      * quand elle est absente (interface historique) ou deja passee
      * (une instruction ne peut porter une date de valeur revolue).
           EVALUATE TRUE
             WHEN PAY-IN-DATE-VAL = SPACES
               MOVE W-DATE-VALEUR   TO W-ROUL-DATE
             WHEN PAY-IN-DATE-VAL IS NOT NUMERIC
               DISPLAY 'ATTENTION 1170-DATE-VALEUR-POS : DATE DE '
                       'VALEUR INVALIDE (' PAY-IN-DATE-VAL ') POUR '
                       PAY-IN-CPTY ' ' PAY-IN-DEV ' - DATE DE BASE '
                       W-DATE-VALEUR ' RETENUE'
               MOVE W-DATE-VALEUR   TO W-ROUL-DATE
             WHEN PAY-IN-DATE-VAL < W-DATE-VALEUR
               ADD 1 TO W-CPT-DATE-PASSEE
               DISPLAY 'ATTENTION 1170-DATE-VALEUR-POS : DATE DE '
                       'VALEUR ' PAY-IN-DATE-VAL ' PASSEE POUR '
                       PAY-IN-CPTY ' ' PAY-IN-DEV ' - RAMENEE AU '
                       W-DATE-VALEUR
               MOVE W-DATE-VALEUR   TO W-ROUL-DATE
             WHEN OTHER
               MOVE PAY-IN-DATE-VAL TO W-ROUL-DATE
           END-EVALUATE

           MOVE W-POS-DEV TO W-ROUL-DEV
           PERFORM 7000-ROULE-DATE-VALEUR
           MOVE W-ROUL-DATE TO W-POS-DATE-VAL
           .

      *-----------------------------------------------------------------
       1900-FERME-FICHIERS SECTION.
      *-----------------------------------------------------------------
           CLOSE FPAYIN
           CLOSE FPAYOUT
           IF FL-CPTYSSI-OK
             CLOSE FCPTYSSI
           END-IF

           IF W-CPT-DATE-PASSEE > 0
             DISPLAY 'ATTENTION DACSPAY1 : ' W-CPT-DATE-PASSEE
                     ' POSITION(S) A DATE DE VALEUR PASSEE RAMENEE(S) '
                     'AU ' W-DATE-VALEUR
           END-IF

           IF W-CPT-SSI-ABS > 0
             DISPLAY 'ATTENTION DACSPAY1 : ' W-CPT-SSI-ABS
                     ' VENTILATION(S) SANS SSI EN VIGUEUR - A '
                     'VERIFIER AVANT REGLEMENT'
           END-IF

           IF W-CPT-SANS-PLAFOND > 0
             DISPLAY 'DACSPAY1 : ' W-CPT-SANS-PLAFOND
                     ' CORRESPONDANT(S) A PAYER SANS PLAFOND'
           END-IF

           IF W-CPT-CADUQUES > 0
             DISPLAY 'DACSPAY1 : ' W-CPT-CADUQUES
                     ' BLOCAGE(S) DE LA DATE RENDU(S) CADUC(S) PAR LA '
                     'RE-EMISSION'
           END-IF

           IF W-CPT-BLOQUEES > 0
             DISPLAY 'ATTENTION DACSPAY1 : ' W-CPT-BLOQUEES
                     ' INSTRUCTION(S) BLOQUEE(S) AU PLAFOND, NON '
                     'EMISE(S) - EN ATTENTE DE DECISION (FONCTION L)'
           END-IF
           .

      *-----------------------------------------------------------------
       4000-CONTROLE-PLAFONDS SECTION.
      *-----------------------------------------------------------------
      * Controle des plafonds journaliers avant emission : pour chaque
      * correspondant, les ventilations a payer sont converties en EUR
      * (DEVISES.TXE) et cumulees, puis comparees au plafond
      * PLF-PLAFOND-EUR de CPTYPLAF. Au dela, l'instruction entiere du
      * correspondant est bloquee dans DACSPAY1.BLQ et tenue hors de
      * DACSPAY1.OUT jusqu'a la decision d'un second intervenant
      * habilite (passe de liberation). Un plafond qui ne peut etre
      * verifie (plafonds illisibles, taux absent pour une devise a
      * payer) bloque aussi : le doute ne paie pas. Le plafond etant
      * journalier, les contre-valeurs deja emises par les autres
      * cycles du jour (DACSPAY1.CUM) entrent dans la comparaison.
           PERFORM 4010-CHARGE-TAUX
           PERFORM 4050-OUVRE-JOURNAL-BLQ

           OPEN INPUT FCPTYPLF
           EVALUATE W-CPTYPLF-STATUS
             WHEN '00'
               SET FL-CPTYPLF-OK TO TRUE
             WHEN '35'
               SET FL-CPTYPLF-ABSENT TO TRUE
               DISPLAY 'ATTENTION 4000-CONTROLE-PLAFONDS : '
                       'CPTYPLAF.DAT INEXISTANT - AUCUN PLAFOND '
                       'APPLIQUE'
             WHEN OTHER
               SET FL-CPTYPLF-KO TO TRUE
               DISPLAY 'ATTENTION 4000-CONTROLE-PLAFONDS : '
                       'CPTYPLAF.DAT INDISPONIBLE (STATUT '
                       W-CPTYPLF-STATUS ') - '
                       'INSTRUCTIONS A PAYER BLOQUEES'
           END-EVALUATE

      *--- Re-emission forcee : les blocages du cycle encore en
      *    attente sont caducs, le nouveau fichier les re-evalue
           IF FL-FORCE-OUI AND FL-DEJA-EMIS-OUI
             PERFORM 4030-CADUQUE-BLOCAGES
           END-IF

           PERFORM VARYING W-PAY-IND FROM 1 BY 1
                   UNTIL W-PAY-IND > W-PAY-NBENR
             PERFORM 4100-CONTROLE-CPTY
           END-PERFORM

           IF FL-CPTYPLF-OK
             CLOSE FCPTYPLF
           END-IF
           IF FL-JRNBLQ-OK
             CLOSE FJRNBLQ
           END-IF
           .

      *-----------------------------------------------------------------
       4010-CHARGE-TAUX SECTION.
      *-----------------------------------------------------------------
      * Charge les taux indicatifs vers l'EUR depuis DEVISES.TXE.
      * Fichier absent = aucune contre-valeur : tout correspondant a
      * plafond ayant un montant a payer sera bloque.
           OPEN INPUT FDEVTXE
           IF W-DEVTXE-STATUS NOT = '00'
             DISPLAY 'ATTENTION 4010-CHARGE-TAUX : DEVISES.TXE '
                     'INDISPONIBLE (STATUT ' W-DEVTXE-STATUS ') - '
                     'PLAFONDS NON VERIFIABLES'
           ELSE
             PERFORM 4015-LIT-TAUX
                     UNTIL W-DEVTXE-STATUS NOT = '00'
                        OR W-TXE-NBENR >= C-TXE-MAX-ENR
             CLOSE FDEVTXE
           END-IF
           .

      *-----------------------------------------------------------------
       4015-LIT-TAUX SECTION.
      *-----------------------------------------------------------------
           READ FDEVTXE
             NOT AT END
               IF TXE-IN-TAUX IS NOT NUMERIC OR TXE-IN-DEV = SPACES
                 DISPLAY 'ATTENTION 4015-LIT-TAUX : TAUX INVALIDE '
                         'IGNORE : ' TXE-IN-DEV
               ELSE
                 ADD 1 TO W-TXE-NBENR
                 MOVE TXE-IN-DEV  TO W-TXE-DEV(W-TXE-NBENR)
                 MOVE TXE-IN-TAUX TO W-TXE-TAUX(W-TXE-NBENR)
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       4020-CHERCHE-TAUX SECTION.
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
       4030-CADUQUE-BLOCAGES SECTION.
      *-----------------------------------------------------------------
      * Re-emission forcee du cycle de la date : tous ses blocages sont
      * marques comme relevant du fichier remplace, et ceux en attente
      * deviennent caducs (le fichier de remplacement re-evalue les
      * positions et les bloque a nouveau s'il y a lieu). Une
      * instruction de la date deja liberee en fichier supplementaire
      * est signalee : le remplacement ne l'annule pas.
           MOVE SPACES TO W-BLQ-REF-PREC
           PERFORM VARYING W-BLQ-IND FROM 1 BY 1
                   UNTIL W-BLQ-IND > W-BLQ-NBENR
             IF W-BLQ-DATE-BLOC(W-BLQ-IND) = W-DATE-VALEUR
                AND W-BLQ-CYCLE(W-BLQ-IND) = W-CYCLE
               SET W-BLQ-REMPLACE-OUI(W-BLQ-IND) TO TRUE
               EVALUATE TRUE
                 WHEN W-BLQ-EN-ATTENTE(W-BLQ-IND)
                   SET W-BLQ-CADUQUE(W-BLQ-IND) TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:14)
                     TO W-BLQ-DATE-DEC(W-BLQ-IND)
                   IF W-BLQ-REF(W-BLQ-IND) NOT = W-BLQ-REF-PREC
                     MOVE W-BLQ-REF(W-BLQ-IND) TO W-BLQ-REF-PREC
                     ADD 1 TO W-CPT-CADUQUES
                     PERFORM 4060-CONTEXTE-JOURNAL
                     MOVE 'X'    TO W-JRB-EVENEMENT
                     MOVE 'CADUQUE - RE-EMISSION FORCEE DE LA DATE'
                                 TO W-JRB-RESULTAT
                     PERFORM 9950-ECRIT-JOURNAL-BLQ
                   END-IF
                 WHEN W-BLQ-LIBEREE(W-BLQ-IND)
                   IF W-BLQ-REF(W-BLQ-IND) NOT = W-BLQ-REF-PREC
                     MOVE W-BLQ-REF(W-BLQ-IND) TO W-BLQ-REF-PREC
                     DISPLAY 'ATTENTION 4030-CADUQUE-BLOCAGES : '
                             'INSTRUCTION ' W-BLQ-CPTY(W-BLQ-IND)
                             ' DEJA LIBEREE EN SUPPLEMENT ('
                             W-BLQ-REF(W-BLQ-IND) ') - LE '
                             'REMPLACEMENT NE L ANNULE PAS, DOUBLE '
                             'PAIEMENT A ECARTER'
                   END-IF
               END-EVALUATE
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       4050-OUVRE-JOURNAL-BLQ SECTION.
      *-----------------------------------------------------------------
      * Ouvre le journal des blocages et decisions en ajout (cree au
      * premier lancement).
           OPEN EXTEND FJRNBLQ
           IF W-JRNBLQ-STATUS = '05' OR '35'
             OPEN OUTPUT FJRNBLQ
           END-IF
           IF W-JRNBLQ-STATUS = '00'
             SET FL-JRNBLQ-OK TO TRUE
           ELSE
             SET FL-JRNBLQ-KO TO TRUE
             DISPLAY 'ERREUR OUVERTURE FJRNBLQ - STATUT = '
                     W-JRNBLQ-STATUS
           END-IF
           .

      *-----------------------------------------------------------------
       4060-CONTEXTE-JOURNAL SECTION.
      *-----------------------------------------------------------------
      * Reprend dans l'evenement a journaliser le blocage de la ligne
      * W-BLQ-IND de la file.
           MOVE SPACES                      TO W-JRB-COURANT
           MOVE W-BLQ-REF(W-BLQ-IND)        TO W-JRB-REF
           MOVE W-BLQ-DATE-BLOC(W-BLQ-IND)  TO W-JRB-DATE-BLOC
           MOVE W-BLQ-CPTY(W-BLQ-IND)       TO W-JRB-CPTY
           MOVE W-BLQ-CVEUR(W-BLQ-IND)      TO W-JRB-CVEUR
           MOVE W-BLQ-PLAFOND(W-BLQ-IND)    TO W-JRB-PLAFOND
           MOVE W-BLQ-DECIDEUR(W-BLQ-IND)   TO W-JRB-DECIDEUR
           .

      *-----------------------------------------------------------------
       4100-CONTROLE-CPTY SECTION.
      *-----------------------------------------------------------------
      * Contre-valeur EUR a payer du correspondant W-PAY-IND (somme des
      * ventilations nettes a payer, toutes dates de valeur du
      * lancement) et decision de blocage, compte tenu de ce que les
      * autres cycles du jour lui ont deja emis. Un correspondant sans
      * rien a payer, ou sans plafond au maitre, n'est jamais bloque.
           SET FL-BLOCAGE-NON  TO TRUE
           SET FL-TAUX-COMPLET TO TRUE
           MOVE SPACES TO W-BLQ-MOTIF
           MOVE 0      TO W-CVEUR-CPTY
           MOVE 0      TO W-CVEUR-DEJA
           MOVE 0      TO W-PLAFOND
           MOVE 0      TO W-NB-DEV-PAYER

           PERFORM VARYING W-PAY-DEV-IND FROM 1 BY 1
                   UNTIL W-PAY-DEV-IND > W-PAY-NB-DEV(W-PAY-IND)
             IF W-PAY-DEV-MNT(W-PAY-IND, W-PAY-DEV-IND) > 0
               ADD 1 TO W-NB-DEV-PAYER
               MOVE W-PAY-DEV(W-PAY-IND, W-PAY-DEV-IND)
                 TO W-TXE-DEV-CHERCHE
               PERFORM 4020-CHERCHE-TAUX
               IF W-TXE-IND-TROUVE = 0
                 SET FL-TAUX-INCOMPLET TO TRUE
               ELSE
                 COMPUTE W-MNT-CVEUR ROUNDED =
                         W-PAY-DEV-MNT(W-PAY-IND, W-PAY-DEV-IND)
                       * W-TXE-TAUX(W-TXE-IND-TROUVE)
                 ADD W-MNT-CVEUR TO W-CVEUR-CPTY
               END-IF
             END-IF
           END-PERFORM

           MOVE W-CVEUR-CPTY TO W-PAY-CVEUR(W-PAY-IND)

           PERFORM VARYING W-CUM-IND FROM 1 BY 1
                   UNTIL W-CUM-IND > W-CUM-NBENR
             IF W-CUM-CPTY(W-CUM-IND) = W-PAY-CPTY(W-PAY-IND)
                AND W-CUM-CYCLE(W-CUM-IND) NOT = W-CYCLE
               ADD W-CUM-CVEUR(W-CUM-IND) TO W-CVEUR-DEJA
             END-IF
           END-PERFORM

           IF W-NB-DEV-PAYER > 0
             PERFORM 4150-LIT-PLAFOND
             EVALUATE TRUE
               WHEN FL-BLOCAGE-OUI
                 CONTINUE
               WHEN W-PLAFOND = 0
                 ADD 1 TO W-CPT-SANS-PLAFOND
               WHEN FL-TAUX-INCOMPLET
                 SET FL-BLOCAGE-OUI TO TRUE
                 MOVE 'TAUX EUR ABSENT - PLAFOND NON VERIFIABLE'
                   TO W-BLQ-MOTIF
               WHEN W-CVEUR-CPTY > W-PLAFOND
                 SET FL-BLOCAGE-OUI TO TRUE
                 MOVE 'PLAFOND JOURNALIER DEPASSE' TO W-BLQ-MOTIF
               WHEN W-CVEUR-CPTY + W-CVEUR-DEJA > W-PLAFOND
                 SET FL-BLOCAGE-OUI TO TRUE
                 MOVE 'PLAFOND JOURNALIER DEPASSE AVEC CYCLES'
                   TO W-BLQ-MOTIF
             END-EVALUATE
           END-IF

           IF FL-BLOCAGE-OUI
             PERFORM 4200-BLOQUE-CPTY
           END-IF
           .

      *-----------------------------------------------------------------
       4150-LIT-PLAFOND SECTION.
      *-----------------------------------------------------------------
      * Plafond du correspondant W-PAY-IND dans CPTYPLAF : absent du
      * fichier (ou fichier inexistant), non servi ou nul = pas de
      * plafond ; fichier illisible = plafond non verifiable,
      * l'instruction est bloquee.
           EVALUATE TRUE
             WHEN FL-CPTYPLF-ABSENT
               CONTINUE
             WHEN FL-CPTYPLF-KO
               SET FL-BLOCAGE-OUI TO TRUE
               MOVE 'PLAFONDS ILLISIBLES - PLAFOND INCONNU'
                 TO W-BLQ-MOTIF
             WHEN OTHER
               MOVE W-PAY-CPTY(W-PAY-IND) TO PLF-CPTY
               READ FCPTYPLF
               EVALUATE W-CPTYPLF-STATUS
                 WHEN '00'
                   IF PLF-PLAFOND-EUR IS NUMERIC
                     MOVE PLF-PLAFOND-EUR TO W-PLAFOND
                   END-IF
                 WHEN '23'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY 'ERREUR LECTURE CPTYPLAF - STATUT = '
                           W-CPTYPLF-STATUS ' POUR ' PLF-CPTY
                   SET FL-BLOCAGE-OUI TO TRUE
                   MOVE 'PLAFONDS ILLISIBLES - PLAFOND INCONNU'
                     TO W-BLQ-MOTIF
               END-EVALUATE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       4200-BLOQUE-CPTY SECTION.
      *-----------------------------------------------------------------
      * Bloque l'instruction du correspondant W-PAY-IND : une ligne de
      * file par devise de sa ventilation, sous une reference de
      * blocage unique, journalisee ; l'instruction n'est pas emise.
      * File pleine : l'instruction n'est ni emise ni mise en file,
      * elle est signalee pour traitement manuel.
           SET W-PAY-BLOQUE-OUI(W-PAY-IND) TO TRUE
           ADD 1 TO W-CPT-BLOQUEES
           MOVE W-CVEUR-CPTY TO W-ED-CVEUR
           MOVE W-PLAFOND    TO W-ED-PLAFOND

           IF W-BLQ-NBENR + W-PAY-NB-DEV(W-PAY-IND) > C-BLQ-MAX-ENR
             DISPLAY 'ALERTE 4200-BLOQUE-CPTY : CAPACITE FILE '
                     C-BLQ-MAX-ENR ' LIGNES ATTEINTE - INSTRUCTION '
                     W-PAY-CPTY(W-PAY-IND) ' NI EMISE NI MISE EN '
                     'FILE - A TRAITER MANUELLEMENT'
             MOVE 8 TO RETURN-CODE
           ELSE
             ADD 1 TO W-BLQ-SEQ
             MOVE W-DATE-VALEUR TO W-BLQ-REF-DATE
             MOVE W-BLQ-SEQ     TO W-BLQ-REF-NUM

             PERFORM VARYING W-PAY-DEV-IND FROM 1 BY 1
                     UNTIL W-PAY-DEV-IND > W-PAY-NB-DEV(W-PAY-IND)
               ADD 1 TO W-BLQ-NBENR
               MOVE W-BLQ-REF-CRT    TO W-BLQ-REF(W-BLQ-NBENR)
               MOVE W-DATE-VALEUR    TO W-BLQ-DATE-BLOC(W-BLQ-NBENR)
               MOVE W-PAY-CPTY(W-PAY-IND)
                                     TO W-BLQ-CPTY(W-BLQ-NBENR)
               MOVE W-PAY-DEV(W-PAY-IND, W-PAY-DEV-IND)
                                     TO W-BLQ-DEV(W-BLQ-NBENR)
               MOVE W-PAY-DEV-MNT(W-PAY-IND, W-PAY-DEV-IND)
                                     TO W-MNT-SIGNE
               PERFORM 6080-SENS-ET-ABS
               MOVE W-MNT-NET-ABS    TO W-MNT-RECU
               MOVE W-MNT-RECU-R     TO W-BLQ-MONTANT(W-BLQ-NBENR)
               MOVE W-SENS-NET       TO W-BLQ-SENS(W-BLQ-NBENR)
               MOVE W-PAY-DEV-DATE(W-PAY-IND, W-PAY-DEV-IND)
                                     TO W-BLQ-DATE-VAL(W-BLQ-NBENR)
               MOVE W-CVEUR-CPTY     TO W-BLQ-CVEUR(W-BLQ-NBENR)
               MOVE W-PLAFOND        TO W-BLQ-PLAFOND(W-BLQ-NBENR)
               MOVE W-BLQ-MOTIF      TO W-BLQ-MOTIF-ENR(W-BLQ-NBENR)
               SET W-BLQ-EN-ATTENTE(W-BLQ-NBENR) TO TRUE
               MOVE SPACES           TO W-BLQ-DECIDEUR(W-BLQ-NBENR)
               MOVE SPACES           TO W-BLQ-DATE-DEC(W-BLQ-NBENR)
               MOVE SPACE            TO W-BLQ-REMPLACE(W-BLQ-NBENR)
               MOVE W-CYCLE          TO W-BLQ-CYCLE(W-BLQ-NBENR)
               MOVE SPACE            TO W-BLQ-PASSE(W-BLQ-NBENR)
             END-PERFORM

             MOVE W-BLQ-NBENR TO W-BLQ-IND
             PERFORM 4060-CONTEXTE-JOURNAL
             MOVE 'B'         TO W-JRB-EVENEMENT
             MOVE W-BLQ-MOTIF TO W-JRB-RESULTAT
             PERFORM 9950-ECRIT-JOURNAL-BLQ

             DISPLAY 'ATTENTION 4200-BLOQUE-CPTY : INSTRUCTION '
                     W-PAY-CPTY(W-PAY-IND) ' BLOQUEE SOUS '
                     W-BLQ-REF-CRT ' - ' W-BLQ-MOTIF
             DISPLAY '          A PAYER EUR ' W-ED-CVEUR
                     ' / PLAFOND EUR ' W-ED-PLAFOND
             IF W-CVEUR-DEJA > 0
               MOVE W-CVEUR-DEJA TO W-ED-DEJA
               DISPLAY '          DEJA EMIS CE JOUR EUR ' W-ED-DEJA
                       ' (AUTRES CYCLES ET SUPPLEMENTS)'
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       4900-REECRIT-BLOCAGES SECTION.
      *-----------------------------------------------------------------
      * Reecrit la file des instructions bloquees : blocages en
      * attente, et blocages decides depuis moins de
      * C-BLQ-CONSERV-JOURS jours (le journal garde la trace des
      * autres). Une file non reecrite laisse en place la file lue au
      * lancement : les blocages et decisions du lancement y manquent.
           OPEN OUTPUT FBLOQ
           IF W-BLOQ-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FBLOQ - STATUT = '
                     W-BLOQ-STATUS
             DISPLAY 'ALERTE 4900-REECRIT-BLOCAGES : FILE DES '
                     'INSTRUCTIONS BLOQUEES NON MISE A JOUR - BLOCAGES '
                     'ET DECISIONS DU LANCEMENT AU SEUL JOURNAL'
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE W-DATE-VALEUR TO W-DAT-JOUR-N
             PERFORM VARYING W-BLQ-IND FROM 1 BY 1
                     UNTIL W-BLQ-IND > W-BLQ-NBENR
               MOVE 0 TO W-AGE-JOURS
               IF NOT W-BLQ-EN-ATTENTE(W-BLQ-IND)
                  AND W-BLQ-DATE-DEC(W-BLQ-IND)(1:8) IS NUMERIC
                 MOVE W-BLQ-DATE-DEC(W-BLQ-IND)(1:8) TO W-DAT-DEC-N
                 COMPUTE W-AGE-JOURS =
                         FUNCTION INTEGER-OF-DATE(W-DAT-JOUR-N)
                       - FUNCTION INTEGER-OF-DATE(W-DAT-DEC-N)
               END-IF
               IF W-AGE-JOURS > C-BLQ-CONSERV-JOURS
                 ADD 1 TO W-CPT-PURGEES
               ELSE
                 PERFORM 4950-ECRIT-BLOCAGE
               END-IF
             END-PERFORM
             CLOSE FBLOQ
           END-IF
           .

      *-----------------------------------------------------------------
       4950-ECRIT-BLOCAGE SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                       TO BLQ-REC
           MOVE W-BLQ-REF(W-BLQ-IND)         TO BLQ-REF
           MOVE W-BLQ-DATE-BLOC(W-BLQ-IND)   TO BLQ-DATE-BLOC
           MOVE W-BLQ-CPTY(W-BLQ-IND)        TO BLQ-CPTY
           MOVE W-BLQ-DEV(W-BLQ-IND)         TO BLQ-DEV
           MOVE W-BLQ-MONTANT(W-BLQ-IND)     TO BLQ-MONTANT
           MOVE W-BLQ-SENS(W-BLQ-IND)        TO BLQ-SENS
           MOVE W-BLQ-DATE-VAL(W-BLQ-IND)    TO BLQ-DATE-VAL
           MOVE W-BLQ-CVEUR(W-BLQ-IND)       TO BLQ-CVEUR
           MOVE W-BLQ-PLAFOND(W-BLQ-IND)     TO BLQ-PLAFOND
           MOVE W-BLQ-MOTIF-ENR(W-BLQ-IND)   TO BLQ-MOTIF
           MOVE W-BLQ-ETAT(W-BLQ-IND)        TO BLQ-ETAT
           MOVE W-BLQ-DECIDEUR(W-BLQ-IND)    TO BLQ-DECIDEUR
           MOVE W-BLQ-DATE-DEC(W-BLQ-IND)    TO BLQ-DATE-DEC
           MOVE W-BLQ-REMPLACE(W-BLQ-IND)    TO BLQ-REMPLACE
           MOVE W-BLQ-CYCLE(W-BLQ-IND)       TO BLQ-CYCLE
           WRITE BLQ-REC
           IF W-BLOQ-STATUS NOT = '00'
             DISPLAY 'ERREUR ECRITURE FBLOQ - STATUT = '
                     W-BLOQ-STATUS
           END-IF
           .

      *-----------------------------------------------------------------
       5000-PILOTE-LIBERATION SECTION.
      *-----------------------------------------------------------------
      * Passe de liberation (fonction 'L' de DACSPAY1.PRM) : chaque
      * decision de DACSPAY1.DEC (decideur, reference de blocage, 'L'
      * liberer ou 'R' rejeter) porte sur un blocage en attente. Seul
      * un decideur habilite (DACSPAY1.HAB), autre que l'intervenant
      * qui a lance la passe, peut decider. Les instructions liberees
      * sont emises dans le fichier supplementaire DACSPAY1.SUP
      * (entete marque 'S'), inscrit au registre des emissions ; toute
      * decision, appliquee ou refusee, est journalisee. Sans
      * intervenant identifie ou sans journal, aucune decision n'est
      * appliquee.
           EVALUATE TRUE
             WHEN W-USER = SPACES
               DISPLAY 'DACSPAY1 : INTERVENANT ABSENT DE DACSPAY1.PRM '
                       '- PASSE DE LIBERATION ARRETEE'
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               PERFORM 4050-OUVRE-JOURNAL-BLQ
               IF FL-JRNBLQ-KO
                 DISPLAY 'DACSPAY1 : JOURNAL DACSPAY1.JRN '
                         'INDISPONIBLE - PASSE DE LIBERATION ARRETEE'
                 MOVE 8 TO RETURN-CODE
               ELSE
                 PERFORM 1030-CHARGE-CALENDRIER
                 PERFORM 5020-CHARGE-HABILITATIONS
                 PERFORM 5040-TRAITE-DECISIONS
                 IF W-CPT-LIBEREES > 0
                   PERFORM 5300-EMET-SUPPLEMENT
                 END-IF
                 CLOSE FJRNBLQ
                 PERFORM 4900-REECRIT-BLOCAGES
                 PERFORM 5900-BILAN-LIBERATION
               END-IF
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       5020-CHARGE-HABILITATIONS SECTION.
      *-----------------------------------------------------------------
      * Charge les intervenants habilites a decider. Liste absente =
      * personne n'est habilite, toute decision est refusee.
           OPEN INPUT FHABIL
           IF W-HABIL-STATUS NOT = '00'
             DISPLAY 'ATTENTION 5020-CHARGE-HABILITATIONS : '
                     'DACSPAY1.HAB INDISPONIBLE (STATUT '
                     W-HABIL-STATUS ') - AUCUN DECIDEUR HABILITE'
           ELSE
             PERFORM 5025-LIT-HABILITATION UNTIL W-EOF-HAB-YES
             CLOSE FHABIL
           END-IF
           .

      *-----------------------------------------------------------------
       5025-LIT-HABILITATION SECTION.
      *-----------------------------------------------------------------
           READ FHABIL
             AT END
               SET W-EOF-HAB-YES TO TRUE
             NOT AT END
               IF HAB-IN-USER NOT = SPACES
                 IF W-HAB-NBENR >= C-HAB-MAX-ENR
                   DISPLAY 'ATTENTION 5025-LIT-HABILITATION : CAPACITE '
                           C-HAB-MAX-ENR ' ATTEINTE - ' HAB-IN-USER
                           ' IGNORE'
                 ELSE
                   ADD 1 TO W-HAB-NBENR
                   MOVE HAB-IN-USER TO W-HAB-USER(W-HAB-NBENR)
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       5040-TRAITE-DECISIONS SECTION.
      *-----------------------------------------------------------------
           OPEN INPUT FDECIS
           IF W-DECIS-STATUS NOT = '00'
             DISPLAY 'ATTENTION 5040-TRAITE-DECISIONS : DACSPAY1.DEC '
                     'INDISPONIBLE (STATUT ' W-DECIS-STATUS ') - '
                     'AUCUNE DECISION'
           ELSE
             PERFORM 5050-LIT-DECISION UNTIL W-EOF-DEC-YES
             CLOSE FDECIS
           END-IF
           .

      *-----------------------------------------------------------------
       5050-LIT-DECISION SECTION.
      *-----------------------------------------------------------------
           READ FDECIS
             AT END
               SET W-EOF-DEC-YES TO TRUE
             NOT AT END
               IF DEC-IN-REC NOT = SPACES
                 PERFORM 5100-TRAITE-DECISION
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       5100-TRAITE-DECISION SECTION.
      *-----------------------------------------------------------------
      * Controle et applique la decision courante. Une decision
      * refusee laisse le blocage en l'etat et est journalisee 'D'
      * avec son motif.
           ADD 1 TO W-CPT-DEC-LUES

           MOVE 0 TO W-BLQ-IND-TROUVE
           PERFORM VARYING W-BLQ-IND FROM 1 BY 1
                   UNTIL W-BLQ-IND > W-BLQ-NBENR
             IF W-BLQ-IND-TROUVE = 0
                AND W-BLQ-REF(W-BLQ-IND) = DEC-IN-REF
                AND W-BLQ-EN-ATTENTE(W-BLQ-IND)
               MOVE W-BLQ-IND TO W-BLQ-IND-TROUVE
             END-IF
           END-PERFORM

           IF W-BLQ-IND-TROUVE = 0
             MOVE SPACES     TO W-JRB-COURANT
             MOVE 0          TO W-JRB-CVEUR
             MOVE 0          TO W-JRB-PLAFOND
             MOVE DEC-IN-REF TO W-JRB-REF
           ELSE
             MOVE W-BLQ-IND-TROUVE TO W-BLQ-IND
             PERFORM 4060-CONTEXTE-JOURNAL
           END-IF
           MOVE DEC-IN-DECIDEUR TO W-JRB-DECIDEUR

           SET FL-HABILITE-NON TO TRUE
           PERFORM VARYING W-HAB-IND FROM 1 BY 1
                   UNTIL W-HAB-IND > W-HAB-NBENR
             IF W-HAB-USER(W-HAB-IND) = DEC-IN-DECIDEUR
               SET FL-HABILITE-OUI TO TRUE
             END-IF
           END-PERFORM

           MOVE 'D' TO W-JRB-EVENEMENT
           EVALUATE TRUE
             WHEN W-BLQ-IND-TROUVE = 0
               MOVE 'REFUS - REFERENCE NON EN ATTENTE'
                 TO W-JRB-RESULTAT
             WHEN NOT DEC-IN-LIBERE AND NOT DEC-IN-REJETTE
               MOVE 'REFUS - DECISION INCONNUE (L OU R)'
                 TO W-JRB-RESULTAT
             WHEN FL-HABILITE-NON
               MOVE 'REFUS - DECIDEUR NON HABILITE'
                 TO W-JRB-RESULTAT
             WHEN DEC-IN-DECIDEUR = W-USER
               MOVE 'REFUS - DECIDEUR = INTERVENANT'
                 TO W-JRB-RESULTAT
             WHEN DEC-IN-LIBERE
               MOVE 'L' TO W-JRB-EVENEMENT
               MOVE 'LIBEREE - FICHIER SUPPLEMENTAIRE'
                 TO W-JRB-RESULTAT
               ADD 1 TO W-CPT-LIBEREES
               PERFORM 5200-APPLIQUE-DECISION
             WHEN OTHER
               MOVE 'R' TO W-JRB-EVENEMENT
               MOVE 'INSTRUCTION REJETEE - NON EMISE'
                 TO W-JRB-RESULTAT
               ADD 1 TO W-CPT-REJETEES
               PERFORM 5200-APPLIQUE-DECISION
           END-EVALUATE

           IF W-JRB-EVENEMENT = 'D'
             ADD 1 TO W-CPT-DEC-REFUSEES
             DISPLAY 'ATTENTION 5100-TRAITE-DECISION : ' DEC-IN-REF
                     ' PAR ' DEC-IN-DECIDEUR ' - ' W-JRB-RESULTAT
           END-IF
           PERFORM 9950-ECRIT-JOURNAL-BLQ
           .

      *-----------------------------------------------------------------
       5200-APPLIQUE-DECISION SECTION.
      *-----------------------------------------------------------------
      * Porte la decision sur toutes les lignes du blocage. Liberee,
      * chaque ligne est reprise dans W-TAB-PAY-CLS pour le fichier
      * supplementaire : sa date de valeur, ramenee a ce jour si elle
      * est passee, est roulee au prochain jour ouvre de sa devise.
           PERFORM VARYING W-BLQ-IND FROM 1 BY 1
                   UNTIL W-BLQ-IND > W-BLQ-NBENR
             IF W-BLQ-REF(W-BLQ-IND) = DEC-IN-REF
                AND W-BLQ-EN-ATTENTE(W-BLQ-IND)
               MOVE DEC-IN-DECISION TO W-BLQ-ETAT(W-BLQ-IND)
               MOVE DEC-IN-DECIDEUR TO W-BLQ-DECIDEUR(W-BLQ-IND)
               MOVE FUNCTION CURRENT-DATE(1:14)
                 TO W-BLQ-DATE-DEC(W-BLQ-IND)
               IF DEC-IN-LIBERE
                 SET W-BLQ-PASSE-OUI(W-BLQ-IND) TO TRUE
                 PERFORM 5250-REPREND-LIBEREE
               END-IF
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       5250-REPREND-LIBEREE SECTION.
      *-----------------------------------------------------------------
           MOVE W-BLQ-CPTY(W-BLQ-IND) TO W-POS-CPTY
           MOVE W-BLQ-DEV(W-BLQ-IND)  TO W-POS-DEV

           MOVE W-BLQ-MONTANT(W-BLQ-IND) TO W-MNT-RECU-R
           IF W-BLQ-SENS(W-BLQ-IND) = 'C'
             COMPUTE W-MNT-SIGNE = 0 - W-MNT-RECU
           ELSE
             MOVE W-MNT-RECU TO W-MNT-SIGNE
           END-IF

           IF W-BLQ-DATE-VAL(W-BLQ-IND) < W-DATE-VALEUR
             MOVE W-DATE-VALEUR             TO W-ROUL-DATE
           ELSE
             MOVE W-BLQ-DATE-VAL(W-BLQ-IND) TO W-ROUL-DATE
           END-IF
           MOVE W-POS-DEV TO W-ROUL-DEV
           PERFORM 7000-ROULE-DATE-VALEUR
           MOVE W-ROUL-DATE TO W-POS-DATE-VAL

           PERFORM 1180-CUMULE-POSITION
           .

      *-----------------------------------------------------------------
       5300-EMET-SUPPLEMENT SECTION.
      *-----------------------------------------------------------------
      * Emet les instructions liberees dans DACSPAY1.SUP et l'inscrit
      * au registre. Fichier non ecrit : les liberations de la passe
      * sont annulees, les blocages restent en attente.
           OPEN OUTPUT FPAYSUP
           IF W-PAYOUT-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FPAYSUP - STATUT = '
                     W-PAYOUT-STATUS
             PERFORM 5350-ANNULE-LIBERATIONS
           ELSE
             PERFORM 1055-OUVRE-SSI
             PERFORM 6000-EDITE-INSTRUCTIONS
             IF W-PAYOUT-STATUS NOT = '00'
               PERFORM 5350-ANNULE-LIBERATIONS
             ELSE
               PERFORM 8000-ECRIT-REGISTRE
               DISPLAY 'DACSPAY1 : FICHIER SUPPLEMENTAIRE DACSPAY1.SUP '
                       'EMIS - ' W-CPT-INSTR ' INSTRUCTION(S), HASH '
                       W-HASH-TOTAL-R
             END-IF
             CLOSE FPAYSUP
             IF FL-CPTYSSI-OK
               CLOSE FCPTYSSI
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       5350-ANNULE-LIBERATIONS SECTION.
      *-----------------------------------------------------------------
      * Remet en attente les blocages liberes par la passe en cours et
      * journalise l'annulation, une fois par reference.
           DISPLAY 'ALERTE 5350-ANNULE-LIBERATIONS : FICHIER '
                   'SUPPLEMENTAIRE NON EMIS - LIBERATIONS ANNULEES, '
                   'BLOCAGES REMIS EN ATTENTE'
           MOVE 8 TO RETURN-CODE
           MOVE SPACES TO W-BLQ-REF-PREC
           PERFORM VARYING W-BLQ-IND FROM 1 BY 1
                   UNTIL W-BLQ-IND > W-BLQ-NBENR
             IF W-BLQ-PASSE-OUI(W-BLQ-IND)
               IF W-BLQ-REF(W-BLQ-IND) NOT = W-BLQ-REF-PREC
                 MOVE W-BLQ-REF(W-BLQ-IND) TO W-BLQ-REF-PREC
                 PERFORM 4060-CONTEXTE-JOURNAL
                 MOVE 'D' TO W-JRB-EVENEMENT
                 MOVE 'LIBERATION ANNULEE - SUPPLEMENT NON EMIS'
                   TO W-JRB-RESULTAT
                 PERFORM 9950-ECRIT-JOURNAL-BLQ
               END-IF
               SET W-BLQ-EN-ATTENTE(W-BLQ-IND) TO TRUE
               MOVE SPACES TO W-BLQ-DECIDEUR(W-BLQ-IND)
               MOVE SPACES TO W-BLQ-DATE-DEC(W-BLQ-IND)
               MOVE SPACE  TO W-BLQ-PASSE(W-BLQ-IND)
             END-IF
           END-PERFORM
           MOVE 0 TO W-CPT-LIBEREES
           .

      *-----------------------------------------------------------------
       5900-BILAN-LIBERATION SECTION.
      *-----------------------------------------------------------------
      * Bilan de la passe et liste des blocages toujours en attente de
      * decision (une ligne par reference).
           MOVE SPACES TO W-BLQ-REF-PREC
           PERFORM VARYING W-BLQ-IND FROM 1 BY 1
                   UNTIL W-BLQ-IND > W-BLQ-NBENR
             IF W-BLQ-EN-ATTENTE(W-BLQ-IND)
                AND W-BLQ-REF(W-BLQ-IND) NOT = W-BLQ-REF-PREC
               MOVE W-BLQ-REF(W-BLQ-IND) TO W-BLQ-REF-PREC
               ADD 1 TO W-CPT-EN-ATTENTE
               MOVE W-BLQ-CVEUR(W-BLQ-IND)   TO W-ED-CVEUR
               DISPLAY 'EN ATTENTE : ' W-BLQ-REF(W-BLQ-IND) ' '
                       W-BLQ-CPTY(W-BLQ-IND) ' EUR ' W-ED-CVEUR
                       ' - ' W-BLQ-MOTIF-ENR(W-BLQ-IND)
             END-IF
           END-PERFORM

           DISPLAY 'DACSPAY1 LIBERATION PAR ' W-USER
                   ' - DECISIONS LUES : ' W-CPT-DEC-LUES
           DISPLAY '          LIBEREES : ' W-CPT-LIBEREES
                   ' - REJETEES : ' W-CPT-REJETEES
                   ' - REFUSEES : ' W-CPT-DEC-REFUSEES
           DISPLAY '          TOUJOURS EN ATTENTE : ' W-CPT-EN-ATTENTE
                   ' - LIGNES DECIDEES PURGEES : ' W-CPT-PURGEES
           .

      *-----------------------------------------------------------------
       6000-EDITE-INSTRUCTIONS SECTION.
      *-----------------------------------------------------------------
      * Fichier d'instructions : entete avec date de valeur et cycle de
      * reglement (blanc en fichier supplementaire), une
      * instruction par correspondant avec sa ventilation par devise,
      * et enregistrement de fin avec nombre d'instructions et total
      * de controle (hash) des montants. Les instructions bloquees au
      * plafond n'y figurent pas.
           MOVE W-DATE-VALEUR TO PAY-ENT-DATE-VALEUR
      *--- La marque remplacement suppose une emission a remplacer :
      *    une fonction F sans emission registree pour la date
      *    (reliquat d'un forcage precedent) n'en pose pas
           EVALUATE TRUE
             WHEN FL-LIBERATION-OUI
               MOVE 'S'   TO PAY-ENT-REMPLACE
             WHEN FL-FORCE-OUI AND FL-DEJA-EMIS-OUI
               MOVE 'R'   TO PAY-ENT-REMPLACE
             WHEN OTHER
               MOVE SPACE TO PAY-ENT-REMPLACE
           END-EVALUATE
           IF FL-LIBERATION-OUI
             MOVE SPACE   TO PAY-ENT-CYCLE
           ELSE
             MOVE W-CYCLE TO PAY-ENT-CYCLE
           END-IF
           MOVE PAY-OUT-ENTETE TO W-LIGNE-OUT
           PERFORM 6090-ECRIT-LIGNE

           PERFORM VARYING W-PAY-IND FROM 1 BY 1
                   UNTIL W-PAY-IND > W-PAY-NBENR
             IF NOT W-PAY-BLOQUE-OUI(W-PAY-IND)
               PERFORM 6050-EDITE-INSTRUCTION
             END-IF
           END-PERFORM

           MOVE W-CPT-INSTR   TO PAY-FIN-NB-INSTR
           MOVE W-HASH-TOTAL-R TO PAY-FIN-HASH
           MOVE PAY-OUT-FIN   TO W-LIGNE-OUT
           PERFORM 6090-ECRIT-LIGNE
           .

      *-----------------------------------------------------------------
       6050-EDITE-INSTRUCTION SECTION.
      *-----------------------------------------------------------------
      * Instructions du correspondant W-PAY-IND : chaque ligne de la
      * ventilation porte sa date de valeur deja roulee au prochain
      * jour ouvre de sa devise (cf. 1170-DATE-VALEUR-POS), et une
      * instruction est emise par date de valeur distincte. Quand les
      * devises ne s'accordent pas sur le jour ouvre, ou que les
      * positions ont des dates de valeur differentes, l'instruction
      * est donc scindee au lieu d'etre estampillee d'une date qu'un
      * correspondant ne peut pas regler.
           MOVE 0 TO W-DIS-NBENR
           PERFORM VARYING W-PAY-DEV-IND FROM 1 BY 1
                   UNTIL W-PAY-DEV-IND > W-PAY-NB-DEV(W-PAY-IND)
             MOVE W-PAY-DEV-DATE(W-PAY-IND, W-PAY-DEV-IND)
                                              TO W-ROUL-DATE
             MOVE W-ROUL-DATE TO W-VDT-DATE(W-PAY-DEV-IND)

             MOVE 0 TO W-DIS-TROUVE
           IF W-DIS-NBENR > 1
             DISPLAY 'ATTENTION 6050-EDITE-INSTRUCTION : INSTRUCTION '
                     W-PAY-CPTY(W-PAY-IND) ' SCINDEE EN ' W-DIS-NBENR
                     ' DATES DE VALEUR (DATES OU JOURS OUVRES '
                     'DIFFERENTS SELON LES POSITIONS)'
           END-IF

           PERFORM VARYING W-DIS-IND FROM 1 BY 1
           MOVE W-MNT-CTRL               TO W-MNT-RECU
           MOVE W-MNT-RECU-R             TO PAY-INS-MONTANT

           MOVE PAY-OUT-INSTR TO W-LIGNE-OUT
           PERFORM 6090-ECRIT-LIGNE
           IF W-PAYOUT-STATUS NOT = '00'
             DISPLAY 'ERREUR ECRITURE FPAYOUT - STATUT = '
                     W-PAYOUT-STATUS

           ADD 1 TO W-CPT-INSTR
           ADD W-MNT-CTRL TO W-HASH-TOTAL

           PERFORM VARYING W-OUT-DEV-IND FROM 1 BY 1
                   UNTIL W-OUT-DEV-IND > PAY-INS-NB-DEV
             PERFORM 6070-EDITE-SSI-DEV
           END-PERFORM
           .

      *-----------------------------------------------------------------
       6070-EDITE-SSI-DEV SECTION.
      *-----------------------------------------------------------------
      * Emet l'enregistrement '3' de la devise W-OUT-DEV-IND de
      * l'instruction qui vient d'etre ecrite : SSI du couple
      * correspondant / devise dans CPTYSSI et son statut a la date de
      * valeur roulee W-DAT-CRT. Une SSI absente, desactivee ou pas
      * encore en effet est signalee : la passerelle se replie alors
      * sur le maitre des correspondants.
           MOVE SPACES                   TO PAY-OUT-SSI
           MOVE '3'                      TO PAY-SSI-TYPE
           MOVE W-DAT-CRT                TO PAY-SSI-DATE-VALEUR
           MOVE W-PAY-CPTY(W-PAY-IND)    TO PAY-SSI-CPTY
           MOVE PAY-INS-DEV(W-OUT-DEV-IND) TO PAY-SSI-DEV

           MOVE '23' TO W-CPTYSSI-STATUS
           IF FL-CPTYSSI-OK
             MOVE PAY-SSI-CPTY TO SSI-CPTY
             MOVE PAY-SSI-DEV  TO SSI-DEV
             READ FCPTYSSI
           END-IF

           EVALUATE W-CPTYSSI-STATUS
             WHEN '00'
               MOVE SSI-BIC-BENEF  TO PAY-SSI-BIC-BENEF
               MOVE SSI-COMPTE     TO PAY-SSI-COMPTE
               MOVE SSI-BIC-INTERM TO PAY-SSI-BIC-INTERM
               MOVE SSI-DATE-EFFET TO PAY-SSI-DATE-EFFET
               EVALUATE TRUE
                 WHEN SSI-ETAT-INACTIF
                   SET PAY-SSI-INACTIVE   TO TRUE
                 WHEN SSI-DATE-EFFET > W-DAT-CRT
                   SET PAY-SSI-FUTURE     TO TRUE
                 WHEN OTHER
                   SET PAY-SSI-EN-VIGUEUR TO TRUE
               END-EVALUATE
             WHEN '23'
               SET PAY-SSI-ABSENTE TO TRUE
             WHEN OTHER
               DISPLAY 'ERREUR LECTURE CPTYSSI - STATUT = '
                       W-CPTYSSI-STATUS ' POUR ' PAY-SSI-CPTY ' '
                       PAY-SSI-DEV
               SET PAY-SSI-ABSENTE TO TRUE
           END-EVALUATE

           IF NOT PAY-SSI-EN-VIGUEUR
             ADD 1 TO W-CPT-SSI-ABS
             DISPLAY 'ATTENTION 6070-EDITE-SSI-DEV : ' PAY-SSI-DEV
                     ' DE ' PAY-SSI-CPTY ' AU ' W-DAT-CRT
                     ' SANS SSI EN VIGUEUR (STATUT '
                     PAY-SSI-STATUT ')'
           END-IF

           MOVE PAY-OUT-SSI TO W-LIGNE-OUT
           PERFORM 6090-ECRIT-LIGNE
           IF W-PAYOUT-STATUS NOT = '00'
             DISPLAY 'ERREUR ECRITURE FPAYOUT - STATUT = '
                     W-PAYOUT-STATUS
           END-IF
           .

      *-----------------------------------------------------------------
       6090-ECRIT-LIGNE SECTION.
      *-----------------------------------------------------------------
      * Ecrit W-LIGNE-OUT dans le fichier d'instructions du lancement :
      * DACSPAY1.OUT a l'emission du jour, DACSPAY1.SUP en passe de
      * liberation (meme statut W-PAYOUT-STATUS).
           IF FL-LIBERATION-OUI
             WRITE PAY-SUP-REC FROM W-LIGNE-OUT
           ELSE
             WRITE PAY-OUT-REC FROM W-LIGNE-OUT
           END-IF
           .

      *-----------------------------------------------------------------
           END-IF
           .

      *-----------------------------------------------------------------
       9950-ECRIT-JOURNAL-BLQ SECTION.
      *-----------------------------------------------------------------
      * Journalise l'evenement W-JRB-COURANT avec l'horodatage et
      * l'intervenant du lancement (le programme lui-meme en
      * traitement de nuit). Journal indisponible : l'evenement est
      * affiche pour reprise manuelle.
           IF FL-JRNBLQ-OK
             MOVE SPACES                      TO JRB-REC
             MOVE FUNCTION CURRENT-DATE(1:14) TO JRB-TIMESTAMP
             MOVE W-JRB-EVENEMENT             TO JRB-EVENEMENT
             MOVE W-JRB-REF                   TO JRB-REF
             MOVE W-JRB-DATE-BLOC             TO JRB-DATE-BLOC
             MOVE W-JRB-CPTY                  TO JRB-CPTY
             MOVE W-JRB-CVEUR                 TO JRB-CVEUR
             MOVE W-JRB-PLAFOND               TO JRB-PLAFOND
             IF W-USER = SPACES
               MOVE C-PROG-NAME               TO JRB-OPERATEUR
             ELSE
               MOVE W-USER                    TO JRB-OPERATEUR
             END-IF
             MOVE W-JRB-DECIDEUR              TO JRB-DECIDEUR
             MOVE W-JRB-RESULTAT              TO JRB-RESULTAT
             WRITE JRB-REC
             IF W-JRNBLQ-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE FJRNBLQ - STATUT = '
                       W-JRNBLQ-STATUS
             END-IF
           ELSE
             DISPLAY 'ALERTE 9950-ECRIT-JOURNAL-BLQ : NON JOURNALISE : '
                     W-JRB-EVENEMENT ' ' W-JRB-REF ' ' W-JRB-CPTY ' '
                     W-JRB-RESULTAT
           END-IF
           .

      *-----------------------------------------------------------------
       9700-DEBUT-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Demande au pilotage de la chaine le lancement de l'etape pour
      * la date du jour et le cycle du lancement : refus si DACSBAT1
      * n'est pas termine ou saute pour ce cycle, ou si le cycle est
      * deja passe sans relance marquee par la production (DACSPIL1).
      * Une re-emission forcee (fonction F) passe donc par les deux
      * portes. Un cycle invalide ou epuise est pilote comme cycle 1,
      * l'arret est prononce plus loin par le controle du cycle.
           INITIALIZE CRUNCTLV
           SET CRUNCTLV-FCT-DEBUT          TO TRUE
           MOVE C-PROG-NAME                TO CRUNCTLV-ETAPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRUNCTLV-DATE
           IF W-CYCLE-VALIDE
             MOVE W-CYCLE                  TO CRUNCTLV-CYCLE
           ELSE
             MOVE '1'                      TO CRUNCTLV-CYCLE
           END-IF

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF CRUNCTLV-CODRET-OK
             SET FL-ETAPE-OK TO TRUE
           ELSE
             SET FL-ETAPE-KO TO TRUE
             DISPLAY 'DACSPAY1 : LANCEMENT REFUSE PAR LE PILOTAGE DE '
                     'LA CHAINE - ' CRUNCTLV-LIBELLE
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
       9750-FIN-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Declare la fin de l'etape au pilotage avec son code retour et
      * ses totaux : positions lues, instructions emises, hash des
      * montants emis. L'appel ne doit pas changer le code retour
      * rendu a l'ordonnanceur.
           MOVE RETURN-CODE TO W-RC-ETAPE

           SET CRUNCTLV-FCT-FIN TO TRUE
           MOVE W-RC-ETAPE      TO CRUNCTLV-RC
           MOVE W-CPT-LUES      TO CRUNCTLV-NB-LUS
           MOVE W-CPT-INSTR     TO CRUNCTLV-NB-EMIS
           MOVE W-HASH-TOTAL-R  TO CRUNCTLV-HASH

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF NOT CRUNCTLV-CODRET-OK
             DISPLAY 'ATTENTION 9750-FIN-ETAPE : FIN D ETAPE NON '
                     'ENREGISTREE - ' CRUNCTLV-LIBELLE
           END-IF

           MOVE W-RC-ETAPE TO RETURN-CODE
           .

       END PROGRAM DACSPAY1.
