      *                  (date, paye, recu, net, sens), exploitee par  *
      *                  le programme de releve DACSRLV1 pour le       *
      *                  rapprochement de fin de mois                  *
      *  15/10/2026 JGO  Instructions permanentes de reglement         *
      *                  (CPTYSSI) : BIC beneficiaire, compte, BIC     *
      *                  intermediaire et date d'effet edites sous     *
      *                  chaque devise reglee du rapport ; devise      *
      *                  reglee sans SSI en vigueur signalee et        *
      *                  comptee en fin de rapport                     *
      *  15/10/2026 JGO  Date de valeur sur les mouvements : un        *
      *                  mouvement date au dela de la date de          *
      *                  traitement est mis a terme (DACSBAT1.TRM, au  *
      *                  format mouvement) au lieu d'etre regle ; les  *
      *                  positions a terme arrivees a echeance sont    *
      *                  rechargees et fusionnees a chaque run comme   *
      *                  les reports ; date de valeur de reglement     *
      *                  exportee vers DACSPAY1.IN ; echeancier des    *
      *                  positions a terme par devise sur le rapport   *
      *  15/10/2026 JGO  Cycles de reglement : numero de cycle (1 a 9, *
      *                  blanc = 1) lu dans l'entete de DACSBAT1.IN,   *
      *                  restitue sur la ligne d'entete du rapport et  *
      *                  porte sur chaque ligne de DACSPAY1.IN et de   *
      *                  DACSHIST.DAT ; point de reprise propre au     *
      *                  cycle ; age des reports compte en journees    *
      *                  (incremente au premier cycle du jour)         *
      *  15/10/2026 JGO  Etape de la chaine de nuit pilotee par        *
      *                  DACSRUN1 pour la date et le cycle du fichier  *
      *                  (JULIAN15 termine, cycle non deja passe) ;    *
      *                  fichier rejete = code retour 8 ; totaux lus / *
      *                  positions exportees / hash au pilotage        *
      *  15/10/2026 JGO  Historique DACSHIST.DAT indexe (date,         *
      *                  correspondant, devise, cycle) : la relance    *
      *                  d'un cycle remplace ses lignes au lieu de les *
      *                  doubler, lignes remplacees journalisees dans  *
      *                  DACSHIST.JRN et comptees sur le rapport       *
      *  15/10/2026 JGO  Relance d'un cycle : les reports              *
      *                  (DACSBAT1.REP) et positions a terme echues    *
      *                  (DACSBAT1.TRM) consommes restent dans leur    *
      *                  fichier, marques de la date et du cycle qui   *
      *                  les ont consommes, et sont reselectionnes a   *
      *                  la relance de ce cycle ; les lignes produites *
      *                  par le passage anterieur du cycle sont        *
      *                  ecartees (reproduites), les lignes consommees *
      *                  des jours precedents sont purgees             *
      *                                                                *
      ******************************************************************

                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-REPORT-STATUS.

           SELECT FTERME  ASSIGN TO "DACSBAT1.TRM"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-TERME-STATUS.

           SELECT FHIST   ASSIGN TO "DACSHIST.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HIS-CLE
                  FILE STATUS   IS W-HIST-STATUS.

           SELECT FHISJRN ASSIGN TO "DACSHIST.JRN"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-HISJRN-STATUS.

           SELECT FDEVATT ASSIGN TO "DEVISES.ATT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-DEVATT-STATUS.
                  RECORD KEY    IS CPM-CPTY
                  FILE STATUS   IS W-CPTYM-STATUS.

           SELECT FCPTYSSI ASSIGN TO "CPTYSSI.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SSI-CLE
                  FILE STATUS   IS W-CPTYSSI-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
              88 BAT-IN-TYPE-MVT        VALUE '2'.
              88 BAT-IN-TYPE-FIN        VALUE '9'.
           05 FILLER                PIC X(1).
           05 BAT-IN-CORPS          PIC X(30).
           05 BAT-IN-CORPS-MVT REDEFINES BAT-IN-CORPS.
              10 BAT-IN-DEV            PIC X(3).
              10 FILLER                PIC X(1).
      *    a payer, 'C' = a recevoir
              10 BAT-IN-SENS           PIC X(1).
                 88 BAT-IN-SENS-RECU       VALUE 'C'.
              10 FILLER                PIC X(1).
      *--- Date de valeur du mouvement (AAAAMMJJ) : blanc (fichiers
      *    historiques) = date de traitement ; au dela de la date de
      *    traitement, le mouvement est mis a terme
              10 BAT-IN-DATE-VAL       PIC X(8).
           05 BAT-IN-CORPS-ENT REDEFINES BAT-IN-CORPS.
              10 BAT-IN-ENT-DATE       PIC X(8).
              10 FILLER                PIC X(1).
              10 BAT-IN-ENT-SOURCE     PIC X(8).
              10 FILLER                PIC X(1).
      *--- Cycle de reglement de la journee (1 a 9) : blanc (fichiers
      *    historiques) = cycle 1
              10 BAT-IN-ENT-CYCLE      PIC X(1).
              10 FILLER                PIC X(11).
           05 BAT-IN-CORPS-FIN REDEFINES BAT-IN-CORPS.
              10 BAT-IN-FIN-NB-MVT     PIC 9(6).
              10 FILLER                PIC X(1).
              10 BAT-IN-FIN-HASH       PIC 9(18).
              10 FILLER                PIC X(5).

       FD  FBATOUT.
       01  BAT-OUT-REC              PIC X(132).
           05 FILLER                PIC X(1)  VALUE SPACE.
      *--- Sens de la position nette : 'D' = a payer, 'C' = a recevoir
           05 PAY-INT-SENS          PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
      *--- Date de valeur de reglement de la position (AAAAMMJJ),
      *    avant roulage au jour ouvre de la devise par DACSPAY1
           05 PAY-INT-DATE-VAL      PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
      *--- Cycle de reglement du fichier de mouvements d'origine
           05 PAY-INT-CYCLE         PIC X(1).

      *--- Positions a terme : mouvements dates au dela de la date de
      *    traitement, au format mouvement de DACSBAT1.IN (un
      *    enregistrement par mouvement, montant en chiffres bruts de
      *    la devise). Le fichier est reecrit en entier a chaque run
      *    accepte ; les positions arrivees a echeance n'y restent
      *    que marquees consommees, pour la relance du cycle --------
       FD  FTERME.
       01  TRM-REC.
           05 TRM-TYPE              PIC X(1).
              88 TRM-TYPE-MVT           VALUE '2'.
           05 FILLER                PIC X(1).
           05 TRM-DEV               PIC X(3).
           05 FILLER                PIC X(1).
           05 TRM-MONTANT           PIC 9(15).
           05 FILLER                PIC X(1).
           05 TRM-SENS              PIC X(1).
           05 FILLER                PIC X(1).
           05 TRM-DATE-VAL          PIC X(8).
           05 FILLER                PIC X(1).
      *--- Etat de la ligne : 'A' (ou blanc) = position en
      *    portefeuille, marquee du passage qui l'a mise a terme ;
      *    'C' = position echue, marquee du passage (date + cycle)
      *    qui l'a reintegree au reglement et gardee pour sa relance
           05 TRM-ETAT              PIC X(1).
           05 FILLER                PIC X(1).
           05 TRM-TAG-DATE          PIC X(8).
           05 TRM-TAG-CYCLE         PIC X(1).

      *--- Report des mouvements ecartes pour devise non resolue, au
      *    format mouvement de DACSBAT1.IN (agrege par devise et sens,
           05 FILLER                PIC X(2).
      *--- Nombre de journees deja reportees pour ce mouvement
           05 REP-AGE               PIC 9(2).
           05 FILLER                PIC X(1).
      *--- Etat de la ligne : 'A' (ou blanc) = report a re-presenter,
      *    marque du passage (date + cycle) qui l'a produit ; 'C' =
      *    report deja re-presente, marque du passage qui l'a consomme
      *    et garde pour sa relance
           05 REP-ETAT              PIC X(1).
           05 FILLER                PIC X(1).
           05 REP-TAG-DATE          PIC X(8).
           05 REP-TAG-CYCLE         PIC X(1).

      *--- Historique des reglements, indexe par date, correspondant,
      *    devise et cycle : une relance du cycle remplace ses lignes,
      *    exploite par DACSRLV1 ------------------------------------
       FD  FHIST.
           COPY CHISENRV.

      *--- Journal des lignes d'historique remplacees par une relance -
       FD  FHISJRN.
           COPY CHISJRNV.

      *--- Point de reprise : un enregistrement d'etat puis un
      *    enregistrement par devise accumulee (cf. 8000-ECRIT-CHKPT) --
       FD  FCPTYM.
           COPY CCPTYMAV.

      *--- Instructions permanentes de reglement, indexees par
      *    correspondant + devise ---------------------------------------
       FD  FCPTYSSI.
           COPY CCPTYSSV.

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSBAT1'.
       77 C-DACSCLS1                   PIC X(8) VALUE 'DACSCLS1'.
       77 C-DACSRUN1                   PIC X(8) VALUE 'DACSRUN1'.
       77 C-DEV-MAX-ENR                PIC 9(4) COMP VALUE 500.
       77 C-CPTY-MAX-ENR               PIC 9(4) COMP VALUE 500.
       77 C-CHKPT-FREQ                 PIC 9(6) COMP VALUE 1000.
      *    instructions
       77 C-SEUIL-MAT-EUR              PIC 9(13)V9(2)
                                       VALUE 25000000.
       77 C-TRM-MAX-ENR                PIC 9(4) COMP VALUE 5000.
       77 C-ECH-MAX-ENR                PIC 9(4) COMP VALUE 500.
      *--- Horizon de l'echeancier des positions a terme, en jours
      *    calendaires : chaque date au plus tard a cet horizon est
      *    detaillee, les suivantes sont regroupees AU-DELA
       77 C-ECH-NB-JOURS               PIC 9(3)      VALUE 10.
       77 C-CNS-MAX-ENR                PIC 9(4) COMP VALUE 5000.

      *--- FLAGS -------------------------------------------------------
       01 FL-DISPLAY                   PIC X(2).
       01 W-PAYINT-STATUS              PIC X(2).
       01 W-CHKPT-STATUS               PIC X(2).
       01 W-HIST-STATUS                PIC X(2).
       01 W-HISJRN-STATUS              PIC X(2).

      *--- FL-HISJRN : journal de l'historique ouvert (a la premiere
      *    ligne remplacee)
       01 FL-HISJRN                    PIC X(1) VALUE '0'.
          88 FL-HISJRN-OUVERT              VALUE '1'.
          88 FL-HISJRN-FERME               VALUE '0'.
       01 W-FL-EOF-HIS                 PIC X(1) VALUE 'N'.
          88 W-EOF-HIS-YES                 VALUE 'Y'.
          88 W-EOF-HIS-NON                 VALUE 'N'.
       01 W-REPORT-STATUS              PIC X(2).

       01 W-FL-EOF-REP                 PIC X(1) VALUE 'N'.
          88 W-EOF-REP-YES                 VALUE 'Y'.
          88 W-EOF-REP-NON                 VALUE 'N'.
       01 W-TERME-STATUS               PIC X(2).
       01 W-FL-EOF-TRM                 PIC X(1) VALUE 'N'.
          88 W-EOF-TRM-YES                 VALUE 'Y'.
          88 W-EOF-TRM-NON                 VALUE 'N'.

      *--- FL-DATE-VAL : date de valeur du mouvement courant valide
       01 FL-DATE-VAL                  PIC X(1).
          88 FL-DATE-VAL-OK                VALUE '1'.
          88 FL-DATE-VAL-KO                VALUE '0'.
       01 W-DEVATT-STATUS              PIC X(2).
       01 W-DEVTXE-STATUS              PIC X(2).
       01 W-CPTYM-STATUS               PIC X(2).
          88 FL-CPTYM-OK                   VALUE '1'.
          88 FL-CPTYM-KO                   VALUE '0'.

      *--- FL-CPTYSSI : disponibilite du fichier des instructions
      *    permanentes de reglement ; indisponible = toute devise
      *    reglee est signalee sans SSI
       01 W-CPTYSSI-STATUS             PIC X(2).
       01 FL-CPTYSSI                   PIC X(1).
          88 FL-CPTYSSI-OK                 VALUE '1'.
          88 FL-CPTYSSI-KO                 VALUE '0'.

       01 W-FL-EOF-BAT                 PIC X(1) VALUE 'N'.
          88 W-EOF-BAT-YES                 VALUE 'Y'.
          88 W-EOF-BAT-NON                 VALUE 'N'.
       01 W-DAT-TRT                    PIC X(8).
       01 W-ENT-DATE                   PIC X(8)  VALUE SPACES.
       01 W-ENT-SOURCE                 PIC X(8)  VALUE SPACES.
      *--- Cycle de reglement du fichier de mouvements (entete)
       01 W-CYCLE                      PIC X(1)  VALUE '1'.
          88 W-CYCLE-VALIDE                VALUE '1' THRU '9'.
          88 W-CYCLE-PREMIER               VALUE '1'.
       01 W-CTL-MOTIF                  PIC X(50) VALUE SPACES.

      *--- Compte et total de controle des mouvements effectivement
       01 W-CPT-TOTAL-CPTY             PIC 9(6) VALUE 0.
       01 W-CPT-REP-LUS                PIC 9(6) VALUE 0.
       01 W-CPT-REP-ECRITS             PIC 9(6) VALUE 0.
      *--- Devises reglees sans SSI en vigueur (absente, inactive ou
      *    pas encore en effet)
       01 W-CPT-SSI-ABS                PIC 9(6) VALUE 0.
      *--- Historique : lignes ecrites pour le cycle, et lignes d'un
      *    passage anterieur du meme cycle remplacees (relance)
       01 W-CPT-HIS-ECRITS             PIC 9(6) VALUE 0.
       01 W-CPT-HIS-REMPL              PIC 9(6) VALUE 0.
       01 W-HIS-HORODATE               PIC X(14).
      *--- Positions a terme : mouvements du jour mis a terme,
      *    positions echues reintegrees au reglement, positions
      *    restant en portefeuille, et mouvements du jour dates avant
      *    la date de traitement (regles ce jour)
       01 W-CPT-TRM-MIS                PIC 9(6) VALUE 0.
       01 W-CPT-TRM-ECHUS              PIC 9(6) VALUE 0.
       01 W-CPT-TRM-PORTEF             PIC 9(6) VALUE 0.
       01 W-CPT-TRM-ECRITS             PIC 9(6) VALUE 0.
       01 W-CPT-ANTIDATES              PIC 9(6) VALUE 0.
      *--- Relance du cycle : reports et positions echues consommes
      *    par le passage anterieur du meme cycle, reselectionnes
       01 W-CPT-REP-RELANCE            PIC 9(6) VALUE 0.
       01 W-CPT-TRM-RELANCE            PIC 9(6) VALUE 0.
      *--- Positions exportees vers DACSPAY1.IN
       01 W-CPT-PAYINT-ECRITS          PIC 9(6) VALUE 0.

      *--- Pilotage de la chaine de nuit : lancement accepte, et code
      *    retour du run garde le temps de l'appel de fin d'etape ----
       01 FL-ETAPE                     PIC X(2).
          88 FL-ETAPE-OK                   VALUE '1'.
          88 FL-ETAPE-KO                   VALUE '0'.

       01 W-RC-ETAPE                   PIC 9(4).

      *--- Mouvement courant a cumuler : alimente soit depuis le
      *    fichier des mouvements du jour, soit depuis le fichier de
      *    report de la veille (cf. 1045-CHARGE-REPORTS), soit depuis
      *    les positions a terme echues (cf. 1046-CHARGE-TERME) ------
       01 W-MVT-COURANT.
          05 W-MVT-DEV                PIC X(3).
          05 W-MVT-MONTANT-R          PIC 9(15).
          05 W-MVT-SENS               PIC X(1).
             88 W-MVT-SENS-RECU           VALUE 'C'.
          05 W-MVT-DATE-VAL.
             10 W-MVT-DV-AAAA         PIC 9(4).
             10 W-MVT-DV-MM           PIC 9(2).
             10 W-MVT-DV-JJ           PIC 9(2).
          05 W-MVT-DATE-VAL-N REDEFINES W-MVT-DATE-VAL
                                      PIC 9(8).
      *--- Passage (date + cycle) d'origine, porte sur la position
      *    s'il est mis a terme
          05 W-MVT-ORIG-DATE          PIC X(8).
          05 W-MVT-ORIG-CYCLE         PIC X(1).

      *--- Ligne de DACSBAT1.REP ou DACSBAT1.TRM en cours de lecture :
      *    etat et marque (date + cycle) du passage qui l'a produite ou
      *    consommee, et son sort pour le passage en cours -----------
       01 W-LIG-ETAT                   PIC X(1).
          88 W-LIG-CONSOMMEE               VALUE 'C'.
       01 W-LIG-TAG-DATE               PIC X(8).
       01 W-LIG-TAG-CYCLE              PIC X(1).
       01 FL-LIG                       PIC X(1).
          88 FL-LIG-A-CHARGER              VALUE 'C'.
          88 FL-LIG-A-RECHARGER            VALUE 'R'.
          88 FL-LIG-A-GARDER               VALUE 'G'.
          88 FL-LIG-ABANDON                VALUE 'A'.

      *--- Age du report en cours d'ecriture et montant reconverti en
      *    chiffres bruts de la devise --------------------------------
      *--- Date de traitement du run qui a ecrit le point : un point
      *    d'une autre journee n'est jamais rejoue
          05 CHK-DATTRT               PIC X(8).
      *--- Part des mouvements lus venant des positions a terme
      *    echues : pas davantage a sauter dans DACSBAT1.IN
          05 CHK-TRM-ECHUS            PIC 9(6).
      *--- Cycle du fichier de mouvements du run qui a ecrit le point :
      *    un point d'un autre cycle n'est pas davantage rejoue
          05 CHK-CYCLE                PIC X(1).

       01 CHK-DEV-REC.
          05 CHK-DEV-CODE             PIC X(3).
       01 W-CHK-SAUT-IND               PIC 9(6) COMP.
       01 W-CHK-DEV-IND                PIC 9(4) COMP.
       01 W-CHK-DEPUIS                 PIC 9(6) COMP VALUE 0.
      *--- Cycle du point de reprise lu (blanc = point anterieur aux
      *    cycles, cycle 1)
       01 W-CHK-CYCLE                  PIC X(1)  VALUE SPACE.

      *--- Table des devises distinctes rencontrees dans le fichier des
      *    mouvements, cumulees avant appel a DACSCLS1 (un seul appel
      *--- Contre-valeur EUR du montant en cours d'edition ------------
       01 W-MNT-CVEUR                  PIC 9(13)V9(2).

      *--- Portefeuille des positions a terme : positions de
      *    DACSBAT1.TRM non encore echues et mouvements du jour mis a
      *    terme, reecrits en fin de run (cf. 6250-ECRIT-TERME) ------
       01 W-TAB-TRM-CLS.
          02 W-TRM-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-TRM-IND          PIC 9(4) COMP.
          02 W-TRM-ENR OCCURS 5000.
             03 W-TRM-DEV       PIC X(3).
             03 W-TRM-MONTANT-R PIC 9(15).
             03 W-TRM-SENS      PIC X(1).
                88 W-TRM-SENS-RECU     VALUE 'C'.
             03 W-TRM-DATE-VAL  PIC X(8).
      *--- Passage (date + cycle) qui a mis la position a terme
             03 W-TRM-ORIG-DATE PIC X(8).
             03 W-TRM-ORIG-CYCLE PIC X(1).

      *--- Lignes consommees de DACSBAT1.REP ('R') et DACSBAT1.TRM
      *    ('T') a reecrire en fin de run : celles consommees par le
      *    passage en cours, marquees de sa date et de son cycle, et
      *    celles consommees par un autre cycle de la journee, gardees
      *    telles quelles pour la relance de ce cycle ------------------
       01 W-TAB-CNS-CLS.
          02 W-CNS-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-CNS-IND          PIC 9(4) COMP.
          02 W-CNS-FIC-CRT      PIC X(1).
          02 W-CNS-IMAGE-CRT    PIC X(50).
          02 W-CNS-ENR OCCURS 5000.
             03 W-CNS-FIC       PIC X(1).
             03 W-CNS-IMAGE     PIC X(50).

      *--- Echeancier des positions a terme : cumuls par devise et
      *    date de valeur, tenus tries sur devise + date ; les dates
      *    au dela de l'horizon sont regroupees sous la date
      *    '99999999' (editee AU-DELA) --------------------------------
       01 W-TAB-ECH-CLS.
          02 W-ECH-NBENR        PIC 9(4) COMP VALUE 0.
          02 W-ECH-IND          PIC 9(4) COMP.
          02 W-ECH-IND-TROUVE   PIC 9(4) COMP.
          02 W-ECH-ENR OCCURS 500.
             03 W-ECH-CLE.
                04 W-ECH-DEV    PIC X(3).
                04 W-ECH-DATE   PIC X(8).
             03 W-ECH-NB-TRX    PIC 9(6).
             03 W-ECH-MNT-PAYE  PIC 9(13)V9(3).
             03 W-ECH-MNT-RECU  PIC 9(13)V9(3).

      *--- Cle de l'echeance en cours de cumul, date limite de
      *    l'horizon et diviseur de normalisation de la devise -------
       01 W-ECH-CLE-CRT.
          05 W-ECH-DEV-CRT            PIC X(3).
          05 W-ECH-DATE-CRT           PIC X(8).
       01 W-ECH-LIMITE                 PIC X(8).
       01 W-ECH-LIMITE-N REDEFINES W-ECH-LIMITE
                                       PIC 9(8).
       01 W-ECH-DIVISEUR               PIC 9(4) COMP.
       01 FL-ECH-NOUVELLE              PIC X(1).
          88 FL-ECH-NOUVELLE-OUI           VALUE '1'.
          88 FL-ECH-NOUVELLE-NON           VALUE '0'.
       01 W-DAT-TRT-N                  PIC 9(8).

      *--- LIGNE DE RAPPORT DE REGLEMENT : entete de bloc
      *    correspondant, puis un sous-total par devise ----------------
       01 BAT-OUT-LINE.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-DEV-MAT-FLAG         PIC X(8).

      *--- Instruction permanente de reglement de la devise, editee
      *    sous sa ligne de sous-total ----------------------------------
       01 BAT-OUT-SSI-LINE.
          05 FILLER                   PIC X(12) VALUE '        SSI '.
          05 COL-SSI-BIC              PIC X(11).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-SSI-COMPTE           PIC X(34).
          05 FILLER                   PIC X(6)  VALUE ' VIA  '.
          05 COL-SSI-INTERM           PIC X(11).
          05 FILLER                   PIC X(8)  VALUE '  EFFET '.
          05 COL-SSI-DATEFF           PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-SSI-FLAG             PIC X(12).

      *--- LIGNES DE RESTITUTION DES CONTROLES FICHIER ------------------
       01 BAT-CTL-ENT-LINE.
          05 FILLER                   PIC X(14) VALUE 'ENTETE : DATE '.
          05 COL-CTL-ENT-DATE         PIC X(8).
          05 FILLER                   PIC X(8)  VALUE ' SOURCE '.
          05 COL-CTL-ENT-SOURCE       PIC X(8).
          05 FILLER                   PIC X(7)  VALUE ' CYCLE '.
          05 COL-CTL-ENT-CYCLE        PIC X(1).

       01 BAT-CTL-FIN-LINE.
          05 FILLER                   PIC X(17) VALUE
          05 COL-ALR-MAX              PIC Z9.
          05 FILLER                   PIC X(1)  VALUE ')'.

      *--- LIGNE D'ECHEANCIER DES POSITIONS A TERME : une ligne par
      *    devise et date de valeur, sous une ligne de titres ---------
       01 BAT-ECH-TITRE.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 FILLER                   PIC X(15) VALUE 'DEV  DATE VAL'.
          05 FILLER                   PIC X(6)  VALUE '    NB'.
          05 FILLER                   PIC X(19) VALUE
             '            A PAYER'.
          05 FILLER                   PIC X(19) VALUE
             '         A RECEVOIR'.
          05 FILLER                   PIC X(19) VALUE
             '                NET'.
          05 FILLER                   PIC X(6)  VALUE '  SENS'.

       01 BAT-ECH-LINE.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 COL-ECH-DEV              PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-ECH-DATE             PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-ECH-NB-TRX           PIC ZZZZZ9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-ECH-PAYE             PIC Z(12)9.999.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-ECH-RECU             PIC Z(12)9.999.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-ECH-NET              PIC Z(12)9.999.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 COL-ECH-SENS             PIC X(8).

      *--- PARAMETRES D'APPEL DE DACSCLS1 -------------------------------
       01 XPM-PARAM.
         05 XPM-DEV       PIC X(3).
      *    chargee au premier appel, 'R' = rechargement force
         05 XPM-FCT       PIC X(1).

      *----- Parametres du pilotage de la chaine de nuit (DACSRUN1)
           COPY CRUNCTLV.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacsbat1.cbl <<<<<<<<<<'

           PERFORM 9700-DEBUT-ETAPE
           IF FL-ETAPE-OK
             PERFORM 1000-INITIALISATION
             PERFORM 9750-FIN-ETAPE
           END-IF

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacsbat1.cbl <<<<<<<<<<'

           PERFORM 1035-CHARGE-TAUX
           PERFORM 8200-RESTAURE-CHKPT

      *--- Le report est toujours relu : en reprise, les mouvements
      *    reportes sont deja dans l'etat restaure (ils sont charges
      *    avant le premier point de controle), ils ne sont que
      *    retenus pour la reecriture de DACSBAT1.REP
           PERFORM 1045-CHARGE-REPORTS

      *--- Les positions a terme sont toujours rechargees : en
      *    reprise, seules celles non echues sont reprises en
      *    portefeuille, les echues etant deja dans l'etat restaure
           PERFORM 1046-CHARGE-TERME

           PERFORM 1050-OUVRE-FICHIERS
           PERFORM 1100-TRAITEMENT UNTIL W-EOF-BAT-YES
           PERFORM 6000-EDITE-RAPPORT
           PERFORM 6100-EDITE-EXCEPTIONS

      *--- Fichier rejete : le report de la veille et les positions a
      *    terme restent en place et seront repris au prochain run
      *    accepte, rien n'est reecrit
           IF FL-FIC-OK
             PERFORM 6150-ECRIT-REPORTS
             PERFORM 6250-ECRIT-TERME
           END-IF

           PERFORM 1900-FERME-FICHIERS
           PERFORM 8100-FINALISE-CHKPT

      *--- Fichier rejete : la chaine ne doit pas enchainer DACSPAY1
           IF FL-FIC-KO
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
      * leur re-presentation automatique une fois SREGL/CL corrige.
      * L'age le plus ancien des reports d'une devise est retenu pour
      * l'alerte de report. Fichier absent = rien a re-presenter.
      * Chaque ligne est triee par 1042-CLASSE-LIGNE : a la relance
      * d'un cycle, les reports qu'il avait consommes sont re-presentes
      * et ceux qu'il avait produits sont ecartes.
           OPEN INPUT FREPORT
           IF W-REPORT-STATUS = '35'
             CONTINUE
                 DISPLAY 'MOUVEMENTS REPORTES RECHARGES : '
                         W-CPT-REP-LUS
               END-IF
               IF W-CPT-REP-RELANCE > 0
                 DISPLAY 'RELANCE DU CYCLE ' W-CYCLE ' DU ' W-DAT-TRT
                         ' : ' W-CPT-REP-RELANCE ' REPORT(S) DU '
                         'PASSAGE ANTERIEUR RESELECTIONNE(S)'
               END-IF
             END-IF
           END-IF
           .
                         'DE REPORT INVALIDE IGNORE POUR LA DEVISE '
                         REP-DEV
               ELSE
                 MOVE REP-ETAT      TO W-LIG-ETAT
                 MOVE REP-TAG-DATE  TO W-LIG-TAG-DATE
                 MOVE REP-TAG-CYCLE TO W-LIG-TAG-CYCLE
                 PERFORM 1042-CLASSE-LIGNE
                 EVALUATE TRUE
                   WHEN FL-LIG-A-GARDER
                     MOVE 'R'     TO W-CNS-FIC-CRT
                     MOVE REP-REC TO W-CNS-IMAGE-CRT
                     PERFORM 1043-GARDE-CONSOMMEE
                   WHEN FL-LIG-A-CHARGER OR FL-LIG-A-RECHARGER
                     IF FL-LIG-A-RECHARGER
                       ADD 1 TO W-CPT-REP-RELANCE
                     END-IF
                     MOVE 'C'       TO REP-ETAT
                     MOVE W-DAT-TRT TO REP-TAG-DATE
                     MOVE W-CYCLE   TO REP-TAG-CYCLE
                     MOVE 'R'       TO W-CNS-FIC-CRT
                     MOVE REP-REC   TO W-CNS-IMAGE-CRT
                     PERFORM 1043-GARDE-CONSOMMEE
      *--- Reprise : le report est deja dans l'etat restaure
                     IF FL-RESTART-NON
                       ADD 1 TO W-CPT-LUES
                       ADD 1 TO W-CPT-REP-LUS
                       MOVE REP-DEV     TO W-MVT-DEV
                       MOVE REP-MONTANT TO W-MVT-MONTANT-R
                       MOVE REP-SENS    TO W-MVT-SENS
      *--- W-ATT-CIBLE reste a zero si le mouvement n'a pas pu etre
      *    cumule (capacite devises atteinte)
                       MOVE 0 TO W-ATT-CIBLE
                       PERFORM 1150-ACCUMULE-DEV
                       IF W-ATT-CIBLE > 0
                          AND REP-AGE > W-DEV-AGE-REP(W-ATT-CIBLE)
                         MOVE REP-AGE TO W-DEV-AGE-REP(W-ATT-CIBLE)
                       END-IF
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1046-CHARGE-TERME SECTION.
      *-----------------------------------------------------------------
      * Recharge les positions a terme (DACSBAT1.TRM) : celles dont la
      * date de valeur est atteinte sont fusionnees dans la table des
      * devises comme des mouvements du jour, les autres restent en
      * portefeuille pour etre reecrites en fin de run. Fichier absent
      * = aucune position a terme ; fichier illisible = le run est
      * rejete, un portefeuille a terme ne pouvant etre ni perdu ni
      * regle deux fois. Chaque ligne est triee par 1042-CLASSE-LIGNE :
      * a la relance d'un cycle, les positions echues qu'il avait
      * reintegrees le sont a nouveau et celles qu'il avait mises a
      * terme sont ecartees (elles le sont de nouveau depuis
      * DACSBAT1.IN).
           OPEN INPUT FTERME
           IF W-TERME-STATUS = '35'
             CONTINUE
           ELSE
             IF W-TERME-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FTERME - STATUT = '
                       W-TERME-STATUS ' - POSITIONS A TERME ILLISIBLES'
               SET FL-FIC-KO TO TRUE
               MOVE 'POSITIONS A TERME DACSBAT1.TRM ILLISIBLES'
                                                     TO W-CTL-MOTIF
             ELSE
               PERFORM 1048-LIT-TERME UNTIL W-EOF-TRM-YES
               CLOSE FTERME
               DISPLAY 'POSITIONS A TERME RECHARGEES : '
                       W-TRM-NBENR ' EN PORTEFEUILLE, '
                       W-CPT-TRM-ECHUS ' ECHUE(S)'
               IF W-CPT-TRM-RELANCE > 0
                 DISPLAY 'RELANCE DU CYCLE ' W-CYCLE ' DU ' W-DAT-TRT
                         ' : ' W-CPT-TRM-RELANCE ' POSITION(S) ECHUE(S)'
                         ' DU PASSAGE ANTERIEUR RESELECTIONNEE(S)'
               END-IF
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1048-LIT-TERME SECTION.
      *-----------------------------------------------------------------
           READ FTERME
             AT END
               SET W-EOF-TRM-YES TO TRUE
             NOT AT END
               MOVE TRM-DEV      TO W-MVT-DEV
               MOVE TRM-SENS     TO W-MVT-SENS
               MOVE TRM-DATE-VAL TO W-MVT-DATE-VAL
               PERFORM 1125-CTRL-DATE-VALEUR
               IF NOT TRM-TYPE-MVT
                  OR TRM-MONTANT IS NOT NUMERIC
                  OR FL-DATE-VAL-KO
                 DISPLAY 'ATTENTION 1048-LIT-TERME : POSITION A TERME '
                         'INVALIDE IGNOREE POUR LA DEVISE ' TRM-DEV
                         ' AU ' TRM-DATE-VAL
               ELSE
                 MOVE TRM-ETAT      TO W-LIG-ETAT
                 MOVE TRM-TAG-DATE  TO W-LIG-TAG-DATE
                 MOVE TRM-TAG-CYCLE TO W-LIG-TAG-CYCLE
                 PERFORM 1042-CLASSE-LIGNE
                 EVALUATE TRUE
                   WHEN FL-LIG-A-GARDER
                     MOVE 'T'     TO W-CNS-FIC-CRT
                     MOVE TRM-REC TO W-CNS-IMAGE-CRT
                     PERFORM 1043-GARDE-CONSOMMEE
                   WHEN FL-LIG-ABANDON
                     CONTINUE
                   WHEN W-MVT-DATE-VAL > W-DAT-TRT
                     MOVE TRM-MONTANT   TO W-MVT-MONTANT-R
                     MOVE TRM-TAG-DATE  TO W-MVT-ORIG-DATE
                     MOVE TRM-TAG-CYCLE TO W-MVT-ORIG-CYCLE
                     PERFORM 1130-MET-A-TERME
                   WHEN OTHER
      *--- Echue : reintegree au reglement du jour et gardee marquee
      *    du passage en cours pour sa relance
                     IF FL-LIG-A-RECHARGER
                       ADD 1 TO W-CPT-TRM-RELANCE
                     END-IF
                     MOVE 'C'       TO TRM-ETAT
                     MOVE W-DAT-TRT TO TRM-TAG-DATE
                     MOVE W-CYCLE   TO TRM-TAG-CYCLE
                     MOVE 'T'       TO W-CNS-FIC-CRT
                     MOVE TRM-REC   TO W-CNS-IMAGE-CRT
                     PERFORM 1043-GARDE-CONSOMMEE
      *--- Reprise : la position echue est deja dans l'etat restaure
                     IF FL-RESTART-NON
                       ADD 1 TO W-CPT-LUES
                       ADD 1 TO W-CPT-TRM-ECHUS
                       MOVE TRM-MONTANT TO W-MVT-MONTANT-R
                       MOVE 0 TO W-ATT-CIBLE
                       PERFORM 1150-ACCUMULE-DEV
                     END-IF
                 END-EVALUATE
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1042-CLASSE-LIGNE SECTION.
      *-----------------------------------------------------------------
      * Sort d'une ligne de DACSBAT1.REP ou DACSBAT1.TRM pour le
      * passage en cours (date de traitement + cycle), d'apres son etat
      * et sa marque W-LIG-* :
      * - consommee un autre jour : purgee (abandon) ;
      * - consommee par le cycle en cours : relance, a reselectionner ;
      * - consommee par un autre cycle du jour : gardee telle quelle ;
      * - produite par le cycle en cours : sortie d'un passage
      *   anterieur, reproduite par celui-ci (abandon) ;
      * - autre ligne (produite par un autre passage, ou sans marque) :
      *   a charger.
           EVALUATE TRUE
             WHEN W-LIG-CONSOMMEE AND W-LIG-TAG-DATE NOT = W-DAT-TRT
               SET FL-LIG-ABANDON     TO TRUE
             WHEN W-LIG-CONSOMMEE AND W-LIG-TAG-CYCLE = W-CYCLE
               SET FL-LIG-A-RECHARGER TO TRUE
             WHEN W-LIG-CONSOMMEE
               SET FL-LIG-A-GARDER    TO TRUE
             WHEN W-LIG-TAG-DATE = W-DAT-TRT
                  AND W-LIG-TAG-CYCLE = W-CYCLE
               SET FL-LIG-ABANDON     TO TRUE
             WHEN OTHER
               SET FL-LIG-A-CHARGER   TO TRUE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1043-GARDE-CONSOMMEE SECTION.
      *-----------------------------------------------------------------
      * Retient la ligne consommee W-CNS-IMAGE-CRT pour sa reecriture
      * en fin de run. Table pleine : le fichier est rejete plutot que
      * de perdre de quoi relancer le cycle.
           IF W-CNS-NBENR >= C-CNS-MAX-ENR
             DISPLAY 'ATTENTION 1043-GARDE-CONSOMMEE : CAPACITE LIGNES '
                     'CONSOMMEES ' C-CNS-MAX-ENR ' ATTEINTE - FICHIER '
                     'REJETE'
             SET FL-FIC-KO TO TRUE
             MOVE 'CAPACITE DES LIGNES CONSOMMEES ATTEINTE'
                                                     TO W-CTL-MOTIF
           ELSE
             ADD 1 TO W-CNS-NBENR
             MOVE W-CNS-FIC-CRT   TO W-CNS-FIC(W-CNS-NBENR)
             MOVE W-CNS-IMAGE-CRT TO W-CNS-IMAGE(W-CNS-NBENR)
           END-IF
           .

      *-----------------------------------------------------------------
       1050-OUVRE-FICHIERS SECTION.
      *-----------------------------------------------------------------
                     'RAPPORT NON ENRICHI BIC/COMPTE'
           END-IF

      *--- Fichier des SSI indisponible : le traitement continue, toute
      *    devise reglee sera signalee sans SSI
           OPEN INPUT FCPTYSSI
           IF W-CPTYSSI-STATUS = '00'
             SET FL-CPTYSSI-OK TO TRUE
           ELSE
             SET FL-CPTYSSI-KO TO TRUE
             DISPLAY 'ATTENTION 1050-OUVRE-FICHIERS : CPTYSSI.DAT '
                     'INDISPONIBLE (STATUT ' W-CPTYSSI-STATUS ') - '
                     'DEVISES REGLEES SIGNALEES SANS SSI'
           END-IF

           IF FL-RESTART-YES AND W-EOF-BAT-NON
             PERFORM 8300-SAUTE-MOUVEMENTS
           END-IF
      * Le premier enregistrement doit etre une entete portant la date
      * de traitement attendue : un fichier sans entete, ou date d'une
      * autre journee (fichier de la veille reste en place), est rejete
      * avant tout traitement. Elle porte aussi le cycle de reglement
      * de la journee (blanc = 1), qui doit etre compris entre 1 et 9.
           PERFORM 1060-LIT-BAT-IN
           IF W-EOF-BAT-NON AND BAT-IN-TYPE-ENTETE
             PERFORM 1075-CYCLE-ENTETE
           END-IF

           EVALUATE TRUE
             WHEN W-EOF-BAT-YES
               MOVE 'DATE ENTETE DIFFERENTE DE LA DATE DE TRAITEMENT'
                                                     TO W-CTL-MOTIF
               SET W-EOF-BAT-YES TO TRUE
             WHEN NOT W-CYCLE-VALIDE
               SET FL-ENTETE-VU TO TRUE
               MOVE BAT-IN-ENT-DATE   TO W-ENT-DATE
               MOVE BAT-IN-ENT-SOURCE TO W-ENT-SOURCE
               SET FL-FIC-KO TO TRUE
               MOVE 'NUMERO DE CYCLE INVALIDE DANS L ENTETE'
                                                     TO W-CTL-MOTIF
               SET W-EOF-BAT-YES TO TRUE
             WHEN OTHER
               SET FL-ENTETE-VU TO TRUE
               MOVE BAT-IN-ENT-DATE   TO W-ENT-DATE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       1075-CYCLE-ENTETE SECTION.
      *-----------------------------------------------------------------
      * Cycle de reglement de l'entete courante de DACSBAT1.IN : blanc
      * (fichiers anterieurs aux cycles) = cycle 1.
           IF BAT-IN-ENT-CYCLE = SPACE
             MOVE '1'              TO W-CYCLE
           ELSE
             MOVE BAT-IN-ENT-CYCLE TO W-CYCLE
           END-IF
           .

      *-----------------------------------------------------------------
       1100-TRAITEMENT SECTION.
      *-----------------------------------------------------------------
               MOVE BAT-IN-DEV       TO W-MVT-DEV
               MOVE BAT-IN-MONTANT-R TO W-MVT-MONTANT-R
               MOVE BAT-IN-SENS      TO W-MVT-SENS
               MOVE W-DAT-TRT        TO W-MVT-ORIG-DATE
               MOVE W-CYCLE          TO W-MVT-ORIG-CYCLE
               PERFORM 1120-DATE-VALEUR-MVT
               IF FL-DATE-VAL-KO
                 SET FL-FIC-KO TO TRUE
                 MOVE 'DATE DE VALEUR INVALIDE SUR UN MOUVEMENT'
                                                     TO W-CTL-MOTIF
                 SET W-EOF-BAT-YES TO TRUE
               ELSE
                 PERFORM 1140-AIGUILLE-MVT

                 ADD 1 TO W-CHK-DEPUIS
                 IF W-CHK-DEPUIS >= C-CHKPT-FREQ
                   PERFORM 8000-ECRIT-CHKPT
                   MOVE 0 TO W-CHK-DEPUIS
                 END-IF

                 PERFORM 1060-LIT-BAT-IN
               END-IF
             WHEN BAT-IN-TYPE-FIN
               PERFORM 8400-CTRL-FIN
               SET W-EOF-BAT-YES TO TRUE
           END-IF
           .

      *-----------------------------------------------------------------
       1120-DATE-VALEUR-MVT SECTION.
      *-----------------------------------------------------------------
      * Date de valeur du mouvement courant de DACSBAT1.IN : blanc
      * (fichiers historiques sans date) = date de traitement.
           IF BAT-IN-DATE-VAL = SPACES
             MOVE W-DAT-TRT       TO W-MVT-DATE-VAL
           ELSE
             MOVE BAT-IN-DATE-VAL TO W-MVT-DATE-VAL
           END-IF
           PERFORM 1125-CTRL-DATE-VALEUR
           .

      *-----------------------------------------------------------------
       1125-CTRL-DATE-VALEUR SECTION.
      *-----------------------------------------------------------------
      * Controle de forme de la date de valeur W-MVT-DATE-VAL
      * (AAAAMMJJ numerique, mois et jour plausibles).
           SET FL-DATE-VAL-OK TO TRUE
           IF W-MVT-DATE-VAL-N IS NOT NUMERIC
             SET FL-DATE-VAL-KO TO TRUE
           ELSE
             IF W-MVT-DV-AAAA < 1601
                OR W-MVT-DV-MM < 1 OR W-MVT-DV-MM > 12
                OR W-MVT-DV-JJ < 1 OR W-MVT-DV-JJ > 31
               SET FL-DATE-VAL-KO TO TRUE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1130-MET-A-TERME SECTION.
      *-----------------------------------------------------------------
      * Ajoute le mouvement courant au portefeuille des positions a
      * terme. Portefeuille plein : le fichier est rejete plutot que
      * de perdre une position a terme.
           IF W-TRM-NBENR >= C-TRM-MAX-ENR
             DISPLAY 'ATTENTION 1130-MET-A-TERME : CAPACITE POSITIONS '
                     'A TERME ' C-TRM-MAX-ENR ' ATTEINTE - FICHIER '
                     'REJETE'
             SET FL-FIC-KO TO TRUE
             MOVE 'CAPACITE DES POSITIONS A TERME ATTEINTE'
                                                     TO W-CTL-MOTIF
           ELSE
             ADD 1 TO W-TRM-NBENR
             MOVE W-MVT-DEV       TO W-TRM-DEV(W-TRM-NBENR)
             MOVE W-MVT-MONTANT-R TO W-TRM-MONTANT-R(W-TRM-NBENR)
             MOVE W-MVT-SENS      TO W-TRM-SENS(W-TRM-NBENR)
             MOVE W-MVT-DATE-VAL  TO W-TRM-DATE-VAL(W-TRM-NBENR)
             MOVE W-MVT-ORIG-DATE TO W-TRM-ORIG-DATE(W-TRM-NBENR)
             MOVE W-MVT-ORIG-CYCLE
                                  TO W-TRM-ORIG-CYCLE(W-TRM-NBENR)
           END-IF
           .

      *-----------------------------------------------------------------
       1140-AIGUILLE-MVT SECTION.
      *-----------------------------------------------------------------
      * Aiguille le mouvement courant de DACSBAT1.IN selon sa date de
      * valeur : au dela de la date de traitement il est mis a terme,
      * sinon il est cumule pour le reglement du jour. Un mouvement
      * date avant la date de traitement ne peut etre regle dans le
      * passe : il est regle ce jour et compte a part.
           IF W-MVT-DATE-VAL > W-DAT-TRT
             ADD 1 TO W-CPT-TRM-MIS
             PERFORM 1130-MET-A-TERME
           ELSE
             IF W-MVT-DATE-VAL < W-DAT-TRT
               ADD 1 TO W-CPT-ANTIDATES
             END-IF
             PERFORM 1150-ACCUMULE-DEV
           END-IF
           .

      *-----------------------------------------------------------------
       1150-ACCUMULE-DEV SECTION.
      *-----------------------------------------------------------------
      * couple correspondant / devise regle, pour que DACSPAY1 produise
      * les instructions de paiement sans re-saisie manuelle des totaux
      * du rapport. Le montant exporte est la position nette de la
      * devise avec son sens et sa date de valeur de reglement ; une
      * position soldee (net nul) ne donne lieu a aucun reglement et
      * n'est pas exportee.
           PERFORM VARYING W-DEV-IND FROM 1 BY 1
                   UNTIL W-DEV-IND > W-DEV-NBENR
             IF W-DEV-CODRET-OK(W-DEV-IND)
                 MOVE W-MNT-EXPORT-R          TO PAY-INT-MONTANT
                 MOVE W-DEV-NB-TRX(W-DEV-IND) TO PAY-INT-NB-TRX
                 MOVE W-SENS-NET              TO PAY-INT-SENS
      *--- Tout ce qui est regle ce jour l'est a la date de traitement :
      *    les mouvements a terme n'entrent qu'a leur echeance, et un
      *    mouvement antidate ne peut etre regle dans le passe
                 MOVE W-DAT-TRT               TO PAY-INT-DATE-VAL
                 MOVE W-CYCLE                 TO PAY-INT-CYCLE

                 WRITE PAY-INT-REC
                 IF W-PAYINT-STATUS NOT = '00'
                   DISPLAY 'ERREUR ECRITURE FPAYINT - STATUT = '
                           W-PAYINT-STATUS
                 ELSE
                   ADD 1 TO W-CPT-PAYINT-ECRITS
                 END-IF
               END-IF
             END-IF
      *-----------------------------------------------------------------
       1800-HISTORISE-REGLEMENTS SECTION.
      *-----------------------------------------------------------------
      * Historise les positions reglees du run dans DACSHIST.DAT : une
      * ligne par couple correspondant / devise resolu, avec les memes
      * chiffres que le rapport (paye, recu, net et sens), sous la cle
      * date de traitement + correspondant + devise + cycle. Les lignes
      * d'un passage anterieur du meme cycle (relance de DACSBAT1) sont
      * d'abord supprimees et journalisees dans DACSHIST.JRN : la
      * journee n'est jamais comptee deux fois dans les releves.
      * L'historique alimente le releve par correspondant de DACSRLV1.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-HIS-HORODATE

      *--- Premiere execution : l'historique n'existe pas encore, il
      *    est cree vide puis rouvert en mise a jour
           OPEN I-O FHIST
           IF W-HIST-STATUS = '35'
             OPEN OUTPUT FHIST
             CLOSE FHIST
             OPEN I-O FHIST
           END-IF
           IF W-HIST-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FHIST - STATUT = '
                     W-HIST-STATUS ' - HISTORIQUE NON ALIMENTE'
           ELSE
             PERFORM 1810-REMPLACE-CYCLE

             PERFORM VARYING W-DEV-IND FROM 1 BY 1
                     UNTIL W-DEV-IND > W-DEV-NBENR
               IF W-DEV-CODRET-OK(W-DEV-IND)
                 PERFORM 1750-CALCULE-NET
                 MOVE SPACES                  TO HIS-ENR
                 MOVE W-DAT-TRT               TO HIS-DATE
                 MOVE W-DEV-CPTY(W-DEV-IND)   TO HIS-CPTY
                 MOVE W-DEV-CODE(W-DEV-IND)   TO HIS-DEV
                 MOVE W-CYCLE                 TO HIS-CYCLE
                 MOVE W-DEV-MNT-PAYE(W-DEV-IND) TO W-MNT-EXPORT
                 MOVE W-MNT-EXPORT-R          TO HIS-MNT-PAYE
                 MOVE W-DEV-MNT-RECU(W-DEV-IND) TO W-MNT-EXPORT
                 MOVE W-MNT-NET-ABS           TO W-MNT-EXPORT
                 MOVE W-MNT-EXPORT-R          TO HIS-MNT-NET
                 MOVE W-SENS-NET              TO HIS-SENS
                 MOVE W-HIS-HORODATE          TO HIS-HORODATE

                 WRITE HIS-ENR
                 IF W-HIST-STATUS = '00'
                   ADD 1 TO W-CPT-HIS-ECRITS
                 ELSE
                   DISPLAY 'ERREUR ECRITURE FHIST - STATUT = '
                           W-HIST-STATUS ' - ' HIS-CPTY ' ' HIS-DEV
                 END-IF
               END-IF
             END-PERFORM
             CLOSE FHIST

             IF FL-HISJRN-OUVERT
               CLOSE FHISJRN
               SET FL-HISJRN-FERME TO TRUE
             END-IF
             IF W-CPT-HIS-REMPL > 0
               DISPLAY 'ATTENTION 1800-HISTORISE-REGLEMENTS : RELANCE '
                       'DU CYCLE ' W-CYCLE ' DU ' W-DAT-TRT ' - '
                       W-CPT-HIS-REMPL ' LIGNES D HISTORIQUE '
                       'REMPLACEES (DACSHIST.JRN)'
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       1810-REMPLACE-CYCLE SECTION.
      *-----------------------------------------------------------------
      * Parcourt les lignes de la date de traitement (debut de cle) et
      * supprime celles du cycle en cours, ecrites par un passage
      * anterieur : chacune est journalisee avec ses montants d'origine
      * avant suppression.
           MOVE LOW-VALUES TO HIS-CLE
           MOVE W-DAT-TRT  TO HIS-DATE
           SET W-EOF-HIS-NON TO TRUE
           START FHIST KEY IS NOT LESS THAN HIS-CLE
           IF W-HIST-STATUS NOT = '00'
             SET W-EOF-HIS-YES TO TRUE
           END-IF

           PERFORM UNTIL W-EOF-HIS-YES
             READ FHIST NEXT
               AT END
                 SET W-EOF-HIS-YES TO TRUE
               NOT AT END
                 IF HIS-DATE NOT = W-DAT-TRT
                   SET W-EOF-HIS-YES TO TRUE
                 ELSE
                   IF HIS-CYCLE = W-CYCLE
                     PERFORM 1820-JOURNALISE-REMPL
                     DELETE FHIST
                     IF W-HIST-STATUS = '00'
                       ADD 1 TO W-CPT-HIS-REMPL
                     ELSE
                       DISPLAY 'ERREUR SUPPRESSION FHIST - STATUT = '
                               W-HIST-STATUS ' - ' HIS-CPTY ' '
                               HIS-DEV
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

      *-----------------------------------------------------------------
       1820-JOURNALISE-REMPL SECTION.
      *-----------------------------------------------------------------
      * Journal DACSHIST.JRN ouvert en extension a la premiere ligne
      * remplacee ; une ligne par ligne d'historique supprimee.
           IF FL-HISJRN-FERME
             OPEN EXTEND FHISJRN
             IF W-HISJRN-STATUS = '05' OR '35'
               OPEN OUTPUT FHISJRN
             END-IF
             IF W-HISJRN-STATUS = '00'
               SET FL-HISJRN-OUVERT TO TRUE
             ELSE
               DISPLAY 'ERREUR OUVERTURE FHISJRN - STATUT = '
                       W-HISJRN-STATUS
             END-IF
           END-IF

           IF FL-HISJRN-OUVERT
             MOVE SPACES         TO HJR-ENR
             MOVE W-HIS-HORODATE TO HJR-HORODATE
             SET HJR-ACTION-REMPLACE TO TRUE
             MOVE C-PROG-NAME    TO HJR-PROG
             MOVE HIS-DATE       TO HJR-DATE
             MOVE HIS-CPTY       TO HJR-CPTY
             MOVE HIS-DEV        TO HJR-DEV
             MOVE HIS-CYCLE      TO HJR-CYCLE
             MOVE 1              TO HJR-NB
             MOVE HIS-MNT-PAYE   TO HJR-MNT-PAYE
             MOVE HIS-MNT-RECU   TO HJR-MNT-RECU
             MOVE HIS-MNT-NET    TO HJR-MNT-NET
             MOVE HIS-SENS       TO HJR-SENS
             WRITE HJR-ENR
           END-IF
           .

           IF FL-CPTYM-OK
             CLOSE FCPTYM
           END-IF
           IF FL-CPTYSSI-OK
             CLOSE FCPTYSSI
           END-IF
           .

      *-----------------------------------------------------------------
           IF FL-ENTETE-VU
             MOVE W-ENT-DATE   TO COL-CTL-ENT-DATE
             MOVE W-ENT-SOURCE TO COL-CTL-ENT-SOURCE
             MOVE W-CYCLE      TO COL-CTL-ENT-CYCLE
             WRITE BAT-OUT-REC FROM BAT-CTL-ENT-LINE
           END-IF

                  W-CPT-DEV-EXC               DELIMITED BY SIZE
                  ' - DONT REPORTES : '       DELIMITED BY SIZE
                  W-CPT-REP-LUS               DELIMITED BY SIZE
                  ' - A TERME : '             DELIMITED BY SIZE
                  W-CPT-TRM-MIS               DELIMITED BY SIZE
                  INTO BAT-OUT-REC
           WRITE BAT-OUT-REC

           MOVE SPACES TO BAT-OUT-REC
           STRING 'DEVISES REGLEES SANS SSI EN VIGUEUR : '
                                              DELIMITED BY SIZE
                  W-CPT-SSI-ABS               DELIMITED BY SIZE
                  INTO BAT-OUT-REC
           WRITE BAT-OUT-REC

           MOVE SPACES TO BAT-OUT-REC
           STRING 'LIGNES D HISTORIQUE ECRITES : '
                                              DELIMITED BY SIZE
                  W-CPT-HIS-ECRITS            DELIMITED BY SIZE
                  ' - REMPLACEES (RELANCE DU CYCLE) : '
                                              DELIMITED BY SIZE
                  W-CPT-HIS-REMPL             DELIMITED BY SIZE
                  INTO BAT-OUT-REC
           WRITE BAT-OUT-REC

           MOVE W-TRM-NBENR TO W-CPT-TRM-PORTEF
           MOVE SPACES TO BAT-OUT-REC
           STRING 'POSITIONS A TERME ECHUES REINTEGREES : '
                                              DELIMITED BY SIZE
                  W-CPT-TRM-ECHUS             DELIMITED BY SIZE
                  ' - EN PORTEFEUILLE : '     DELIMITED BY SIZE
                  W-CPT-TRM-PORTEF            DELIMITED BY SIZE
                  ' - MOUVEMENTS ANTIDATES REGLES CE JOUR : '
                                              DELIMITED BY SIZE
                  W-CPT-ANTIDATES             DELIMITED BY SIZE
                  INTO BAT-OUT-REC
           WRITE BAT-OUT-REC

      *--- Fichier rejete : le portefeuille a terme n'est pas reecrit,
      *    l'echeancier ne serait que partiel
           IF FL-FIC-OK
             PERFORM 6200-EDITE-ECHEANCIER
           END-IF
           .

      *-----------------------------------------------------------------
               END-IF

               WRITE BAT-OUT-REC FROM BAT-OUT-DEV-LINE

               PERFORM 6060-EDITE-SSI-DEV
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       6060-EDITE-SSI-DEV SECTION.
      *-----------------------------------------------------------------
      * Instruction permanente de reglement (CPTYSSI) du couple
      * correspondant / devise W-DEV-IND, editee sous la ligne de la
      * devise. Une devise a regler (net non nul) sans SSI, avec une
      * SSI desactivee ou dont la date d'effet n'est pas atteinte est
      * signalee : le reglement ne peut etre emis sans verification.
      * Une devise soldee sans SSI ne donne lieu a aucune ligne.
           MOVE SPACES TO BAT-OUT-SSI-LINE
           MOVE '23'   TO W-CPTYSSI-STATUS
           IF FL-CPTYSSI-OK
             MOVE W-CPTY-CODE(W-CPTY-IND) TO SSI-CPTY
             MOVE W-DEV-CODE(W-DEV-IND)   TO SSI-DEV
             READ FCPTYSSI
           END-IF

           EVALUATE W-CPTYSSI-STATUS
             WHEN '00'
               MOVE SSI-BIC-BENEF  TO COL-SSI-BIC
               MOVE SSI-COMPTE     TO COL-SSI-COMPTE
               MOVE SSI-BIC-INTERM TO COL-SSI-INTERM
               MOVE SSI-DATE-EFFET TO COL-SSI-DATEFF
               IF W-MNT-NET-ABS > 0
                 EVALUATE TRUE
                   WHEN SSI-ETAT-INACTIF
                     MOVE 'SSI INACTIVE' TO COL-SSI-FLAG
                   WHEN SSI-DATE-EFFET > W-DAT-TRT
                     MOVE 'SSI FUTURE'   TO COL-SSI-FLAG
                 END-EVALUATE
               END-IF
             WHEN '23'
               IF W-MNT-NET-ABS > 0
                 MOVE 'SSI ABSENTE'      TO COL-SSI-FLAG
               END-IF
             WHEN OTHER
               DISPLAY 'ERREUR LECTURE CPTYSSI - STATUT = '
                       W-CPTYSSI-STATUS ' POUR '
                       W-CPTY-CODE(W-CPTY-IND) ' '
                       W-DEV-CODE(W-DEV-IND)
               IF W-MNT-NET-ABS > 0
                 MOVE 'SSI ABSENTE'      TO COL-SSI-FLAG
               END-IF
           END-EVALUATE

           IF COL-SSI-FLAG NOT = SPACES
             ADD 1 TO W-CPT-SSI-ABS
             DISPLAY 'ATTENTION 6060-EDITE-SSI-DEV : '
                     W-DEV-CODE(W-DEV-IND) ' REGLEE AVEC '
                     W-CPTY-CODE(W-CPTY-IND) ' - ' COL-SSI-FLAG
           END-IF

           IF W-CPTYSSI-STATUS = '00' OR COL-SSI-FLAG NOT = SPACES
             WRITE BAT-OUT-REC FROM BAT-OUT-SSI-LINE
           END-IF
           .

      *-----------------------------------------------------------------
       6100-EDITE-EXCEPTIONS SECTION.
      *-----------------------------------------------------------------
      * Reporte les mouvements des devises non resolues vers
      * DACSBAT1.REP, au format mouvement de DACSBAT1.IN (agreges par
      * devise et sens, montant reconverti en chiffres bruts de la
      * devise), avec l'age incremente d'une journee au premier cycle
      * du jour (un report ne vieillit pas d'un cycle a l'autre de la
      * meme journee, sauf report apparu a ce cycle). Le fichier est
      * reecrit en entier a chaque run accepte : une devise resolue
      * entre-temps disparait du report. Au dela de C-REP-MAX-JOURS
      * journees, une alerte est editee sur le rapport. Chaque report
      * ecrit est marque du passage (date + cycle) qui l'a produit ;
      * les reports consommes du jour suivent, marques consommes, pour
      * la relance de leur cycle (cf. 1042-CLASSE-LIGNE).
           OPEN OUTPUT FREPORT
           IF W-REPORT-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FREPORT - STATUT = '
             PERFORM VARYING W-DEV-IND FROM 1 BY 1
                     UNTIL W-DEV-IND > W-DEV-NBENR
               IF NOT W-DEV-CODRET-OK(W-DEV-IND)
                 IF W-CYCLE-PREMIER OR W-DEV-AGE-REP(W-DEV-IND) = 0
                   COMPUTE W-REP-AGE-ECRIT =
                           W-DEV-AGE-REP(W-DEV-IND) + 1
                 ELSE
                   MOVE W-DEV-AGE-REP(W-DEV-IND) TO W-REP-AGE-ECRIT
                 END-IF
                 PERFORM 6170-ECRIT-REPORT-DEV
                 IF W-REP-AGE-ECRIT > C-REP-MAX-JOURS
                   MOVE W-DEV-CODE(W-DEV-IND) TO COL-ALR-DEV
                 END-IF
               END-IF
             END-PERFORM

             PERFORM VARYING W-CNS-IND FROM 1 BY 1
                     UNTIL W-CNS-IND > W-CNS-NBENR
               IF W-CNS-FIC(W-CNS-IND) = 'R'
                 MOVE W-CNS-IMAGE(W-CNS-IND) TO REP-REC
                 WRITE REP-REC
                 IF W-REPORT-STATUS NOT = '00'
                   DISPLAY 'ERREUR ECRITURE FREPORT - STATUT = '
                           W-REPORT-STATUS
                 END-IF
               END-IF
             END-PERFORM
             CLOSE FREPORT
             IF W-CPT-REP-ECRITS > 0
               DISPLAY 'MOUVEMENTS REPORTES VERS DACSBAT1.REP : '
           MOVE W-REP-MNT-BRUT        TO REP-MONTANT
           MOVE W-MVT-SENS            TO REP-SENS
           MOVE W-REP-AGE-ECRIT       TO REP-AGE
           MOVE 'A'                   TO REP-ETAT
           MOVE W-DAT-TRT             TO REP-TAG-DATE
           MOVE W-CYCLE               TO REP-TAG-CYCLE

           WRITE REP-REC
           IF W-REPORT-STATUS NOT = '00'
           END-IF
           .

      *-----------------------------------------------------------------
       6200-EDITE-ECHEANCIER SECTION.
      *-----------------------------------------------------------------
      * Echeancier des positions a terme restant en portefeuille : par
      * devise, une ligne par date de valeur jusqu'a l'horizon de
      * C-ECH-NB-JOURS jours calendaires (a payer, a recevoir, net et
      * sens), les dates suivantes regroupees sur une ligne AU-DELA.
      * Les montants sont normalises selon les decimales de la devise
      * comme les sous-totaux des blocs correspondants.
           MOVE W-DAT-TRT TO W-DAT-TRT-N
           COMPUTE W-ECH-LIMITE-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-DAT-TRT-N)
                   + C-ECH-NB-JOURS)

           MOVE 0 TO W-ECH-NBENR
           PERFORM VARYING W-TRM-IND FROM 1 BY 1
                   UNTIL W-TRM-IND > W-TRM-NBENR
             PERFORM 6210-CUMULE-ECHEANCE
           END-PERFORM

           MOVE SPACES TO BAT-OUT-REC
           STRING 'ECHEANCIER DES POSITIONS A TERME AU '
                                              DELIMITED BY SIZE
                  W-DAT-TRT                   DELIMITED BY SIZE
                  ' - DETAIL JUSQU AU '       DELIMITED BY SIZE
                  W-ECH-LIMITE                DELIMITED BY SIZE
                  INTO BAT-OUT-REC
           WRITE BAT-OUT-REC

           IF W-ECH-NBENR = 0
             MOVE '    AUCUNE POSITION A TERME EN PORTEFEUILLE'
                                              TO BAT-OUT-REC
             WRITE BAT-OUT-REC
           ELSE
             WRITE BAT-OUT-REC FROM BAT-ECH-TITRE
           END-IF

           PERFORM VARYING W-ECH-IND FROM 1 BY 1
                   UNTIL W-ECH-IND > W-ECH-NBENR
             MOVE W-ECH-DEV(W-ECH-IND)      TO COL-ECH-DEV
             IF W-ECH-DATE(W-ECH-IND) = '99999999'
               MOVE 'AU-DELA'               TO COL-ECH-DATE
             ELSE
               MOVE W-ECH-DATE(W-ECH-IND)   TO COL-ECH-DATE
             END-IF
             MOVE W-ECH-NB-TRX(W-ECH-IND)   TO COL-ECH-NB-TRX
             MOVE W-ECH-MNT-PAYE(W-ECH-IND) TO COL-ECH-PAYE
             MOVE W-ECH-MNT-RECU(W-ECH-IND) TO COL-ECH-RECU
             COMPUTE W-MNT-NET = W-ECH-MNT-PAYE(W-ECH-IND)
                               - W-ECH-MNT-RECU(W-ECH-IND)
             EVALUATE TRUE
               WHEN W-MNT-NET = 0
                 MOVE 0          TO COL-ECH-NET
                 MOVE 'SOLDE'    TO COL-ECH-SENS
               WHEN W-MNT-NET < 0
                 COMPUTE COL-ECH-NET = 0 - W-MNT-NET
                 MOVE 'RECEVOIR' TO COL-ECH-SENS
               WHEN OTHER
                 MOVE W-MNT-NET  TO COL-ECH-NET
                 MOVE 'PAYER'    TO COL-ECH-SENS
             END-EVALUATE
             WRITE BAT-OUT-REC FROM BAT-ECH-LINE
           END-PERFORM
           .

      *-----------------------------------------------------------------
       6210-CUMULE-ECHEANCE SECTION.
      *-----------------------------------------------------------------
      * Cumule la position a terme W-TRM-IND dans l'echeancier, tenu
      * trie sur devise + date : l'echeance est cherchee a sa place et
      * inseree la si elle n'existe pas encore.
           MOVE W-TRM-DEV(W-TRM-IND) TO W-ECH-DEV-CRT
           IF W-TRM-DATE-VAL(W-TRM-IND) > W-ECH-LIMITE
             MOVE '99999999'                TO W-ECH-DATE-CRT
           ELSE
             MOVE W-TRM-DATE-VAL(W-TRM-IND) TO W-ECH-DATE-CRT
           END-IF

           MOVE 0 TO W-ECH-IND-TROUVE
           PERFORM VARYING W-ECH-IND FROM 1 BY 1
                   UNTIL W-ECH-IND > W-ECH-NBENR
                      OR W-ECH-IND-TROUVE > 0
             IF W-ECH-CLE(W-ECH-IND) NOT < W-ECH-CLE-CRT
               MOVE W-ECH-IND TO W-ECH-IND-TROUVE
             END-IF
           END-PERFORM

      *--- W-ECH-IND-TROUVE = premiere echeance de cle superieure ou
      *    egale ; a defaut, l'echeance va en fin de table
           SET FL-ECH-NOUVELLE-NON TO TRUE
           IF W-ECH-IND-TROUVE = 0
             COMPUTE W-ECH-IND-TROUVE = W-ECH-NBENR + 1
             SET FL-ECH-NOUVELLE-OUI TO TRUE
           ELSE
             IF W-ECH-CLE(W-ECH-IND-TROUVE) NOT = W-ECH-CLE-CRT
               SET FL-ECH-NOUVELLE-OUI TO TRUE
             END-IF
           END-IF

           IF FL-ECH-NOUVELLE-OUI
             IF W-ECH-NBENR >= C-ECH-MAX-ENR
               DISPLAY 'ATTENTION 6210-CUMULE-ECHEANCE : CAPACITE '
                       'ECHEANCIER ' C-ECH-MAX-ENR ' ATTEINTE - '
                       'ECHEANCE NON EDITEE POUR ' W-ECH-DEV-CRT ' '
                       W-ECH-DATE-CRT
               MOVE 0 TO W-ECH-IND-TROUVE
             ELSE
               PERFORM VARYING W-ECH-IND FROM W-ECH-NBENR BY -1
                       UNTIL W-ECH-IND < W-ECH-IND-TROUVE
                 MOVE W-ECH-ENR(W-ECH-IND) TO W-ECH-ENR(W-ECH-IND + 1)
               END-PERFORM
               ADD 1 TO W-ECH-NBENR
               MOVE W-ECH-CLE-CRT TO W-ECH-CLE(W-ECH-IND-TROUVE)
               MOVE 0             TO W-ECH-NB-TRX(W-ECH-IND-TROUVE)
               MOVE 0             TO W-ECH-MNT-PAYE(W-ECH-IND-TROUVE)
               MOVE 0             TO W-ECH-MNT-RECU(W-ECH-IND-TROUVE)
             END-IF
           END-IF

           IF W-ECH-IND-TROUVE > 0
             MOVE W-ECH-DEV-CRT TO W-ATT-DEV-CHERCHE
             PERFORM 6220-DIVISEUR-DEVISE
             COMPUTE W-MNT-NORM = W-TRM-MONTANT-R(W-TRM-IND)
                                / W-ECH-DIVISEUR
             ADD 1 TO W-ECH-NB-TRX(W-ECH-IND-TROUVE)
             IF W-TRM-SENS-RECU(W-TRM-IND)
               ADD W-MNT-NORM TO W-ECH-MNT-RECU(W-ECH-IND-TROUVE)
             ELSE
               ADD W-MNT-NORM TO W-ECH-MNT-PAYE(W-ECH-IND-TROUVE)
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       6220-DIVISEUR-DEVISE SECTION.
      *-----------------------------------------------------------------
      * Diviseur de normalisation de la devise W-ATT-DEV-CHERCHE
      * depuis la table DEVISES.ATT ; devise absente = defaut de
      * C-NBDEC-DEFAUT decimales, comme en 1170-ATTRIB-DEVISE.
           MOVE 0 TO W-ATT-IND-TROUVE
           PERFORM VARYING W-ATT-IND FROM 1 BY 1
                   UNTIL W-ATT-IND > W-ATT-NBENR
             IF W-ATT-DEV(W-ATT-IND) = W-ATT-DEV-CHERCHE
               MOVE W-ATT-IND TO W-ATT-IND-TROUVE
             END-IF
           END-PERFORM

           IF W-ATT-IND-TROUVE = 0
             COMPUTE W-ECH-DIVISEUR = 10 ** C-NBDEC-DEFAUT
           ELSE
             MOVE W-ATT-DIVISEUR(W-ATT-IND-TROUVE) TO W-ECH-DIVISEUR
           END-IF
           .

      *-----------------------------------------------------------------
       6250-ECRIT-TERME SECTION.
      *-----------------------------------------------------------------
      * Reecrit DACSBAT1.TRM avec le portefeuille a terme du run :
      * positions non echues rechargees et mouvements du jour mis a
      * terme, chacune marquee du passage qui l'a mise a terme. Les
      * positions echues, reintegrees au reglement du jour, n'y
      * restent que marquees consommees par leur passage, pour la
      * relance de ce cycle. Echec de reecriture : les positions echues
      * resteraient dans l'ancien fichier et seraient reglees une
      * seconde fois au prochain run, alerte dure sur le rapport.
           OPEN OUTPUT FTERME
           IF W-TERME-STATUS NOT = '00'
             DISPLAY 'ALERTE 6250-ECRIT-TERME : ERREUR OUVERTURE FTERME'
                     ' - STATUT = ' W-TERME-STATUS ' - DACSBAT1.TRM A '
                     'REPRENDRE A LA MAIN AVANT LE PROCHAIN RUN'
             MOVE SPACES TO BAT-OUT-REC
             STRING 'ALERTE TERME : DACSBAT1.TRM NON REECRIT - '
                                              DELIMITED BY SIZE
                    'POSITIONS ECHUES A RETIRER A LA MAIN AVANT LE '
                                              DELIMITED BY SIZE
                    'PROCHAIN RUN'            DELIMITED BY SIZE
                    INTO BAT-OUT-REC
             WRITE BAT-OUT-REC
           ELSE
             PERFORM VARYING W-TRM-IND FROM 1 BY 1
                     UNTIL W-TRM-IND > W-TRM-NBENR
               MOVE SPACES                     TO TRM-REC
               MOVE '2'                        TO TRM-TYPE
               MOVE W-TRM-DEV(W-TRM-IND)       TO TRM-DEV
               MOVE W-TRM-MONTANT-R(W-TRM-IND) TO TRM-MONTANT
               MOVE W-TRM-SENS(W-TRM-IND)      TO TRM-SENS
               MOVE W-TRM-DATE-VAL(W-TRM-IND)  TO TRM-DATE-VAL
               MOVE 'A'                        TO TRM-ETAT
               MOVE W-TRM-ORIG-DATE(W-TRM-IND) TO TRM-TAG-DATE
               MOVE W-TRM-ORIG-CYCLE(W-TRM-IND)
                                               TO TRM-TAG-CYCLE
               WRITE TRM-REC
               IF W-TERME-STATUS NOT = '00'
                 DISPLAY 'ERREUR ECRITURE FTERME - STATUT = '
                         W-TERME-STATUS
               ELSE
                 ADD 1 TO W-CPT-TRM-ECRITS
               END-IF
             END-PERFORM

             PERFORM VARYING W-CNS-IND FROM 1 BY 1
                     UNTIL W-CNS-IND > W-CNS-NBENR
               IF W-CNS-FIC(W-CNS-IND) = 'T'
                 MOVE W-CNS-IMAGE(W-CNS-IND) TO TRM-REC
                 WRITE TRM-REC
                 IF W-TERME-STATUS NOT = '00'
                   DISPLAY 'ERREUR ECRITURE FTERME - STATUT = '
                           W-TERME-STATUS
                 END-IF
               END-IF
             END-PERFORM
             CLOSE FTERME
             DISPLAY 'POSITIONS A TERME ECRITES VERS DACSBAT1.TRM : '
                     W-CPT-TRM-ECRITS
           END-IF
           .

      *-----------------------------------------------------------------
       8000-ECRIT-CHKPT SECTION.
      *-----------------------------------------------------------------
             MOVE W-CPT-DEV-EXC    TO CHK-DEV-EXC
             MOVE W-CPT-REP-LUS    TO CHK-REP-LUS
             MOVE W-DAT-TRT        TO CHK-DATTRT
             MOVE W-CPT-TRM-ECHUS  TO CHK-TRM-ECHUS
             MOVE W-CYCLE          TO CHK-CYCLE
             WRITE CHK-REC FROM CHK-ETAT-REC

             PERFORM VARYING W-CHK-DEV-IND FROM 1 BY 1
             MOVE W-CPT-DEV-EXC TO CHK-DEV-EXC
             MOVE W-CPT-REP-LUS TO CHK-REP-LUS
             MOVE W-DAT-TRT     TO CHK-DATTRT
             MOVE W-CPT-TRM-ECHUS TO CHK-TRM-ECHUS
             MOVE W-CYCLE       TO CHK-CYCLE
             WRITE CHK-REC FROM CHK-ETAT-REC
             CLOSE FCHKPT
           END-IF
      * precedent s'est interrompu ; les compteurs et la table des
      * devises sont restaures puis les mouvements deja traites seront
      * sautes par 8300-SAUTE-MOUVEMENTS. Un etat 'F' ou l'absence du
      * fichier signifient un depart normal de zero. Le point n'est
      * rejoue que pour le meme cycle de reglement que le fichier de
      * mouvements en place.
           PERFORM 8210-CYCLE-FICHIER

           OPEN INPUT FCHKPT
           IF W-CHKPT-STATUS NOT = '00'
             SET FL-RESTART-NON TO TRUE
             READ FCHKPT INTO CHK-ETAT-REC
               AT END SET FL-RESTART-NON TO TRUE
               NOT AT END
      *--- Un point 'C' d'une autre journee, ou d'un autre cycle de la
      *    journee, correspond a un autre fichier de mouvements : il
      *    n'est jamais rejoue (point anterieur aux cycles = cycle 1)
                 IF CHK-CYCLE NOT = SPACE AND CHK-CYCLE NOT = LOW-VALUE
                   MOVE CHK-CYCLE TO W-CHK-CYCLE
                 ELSE
                   MOVE '1'       TO W-CHK-CYCLE
                 END-IF
                 EVALUATE TRUE
                   WHEN CHK-TYPE-EN-COURS AND CHK-DATTRT = W-DAT-TRT
                                          AND W-CHK-CYCLE = W-CYCLE
                     SET FL-RESTART-YES TO TRUE
                     PERFORM 8250-RESTAURE-DEVISES
                   WHEN CHK-TYPE-EN-COURS AND CHK-DATTRT = W-DAT-TRT
                     DISPLAY 'POINT DE REPRISE DU CYCLE ' W-CHK-CYCLE
                             ' IGNORE - CYCLE EN COURS ' W-CYCLE
                     SET FL-RESTART-NON TO TRUE
                   WHEN CHK-TYPE-EN-COURS
                     DISPLAY 'POINT DE REPRISE DU ' CHK-DATTRT
                             ' IGNORE - DATE DE TRAITEMENT '
                             W-DAT-TRT
                     SET FL-RESTART-NON TO TRUE
                   WHEN OTHER
                     SET FL-RESTART-NON TO TRUE
                 END-EVALUATE
             END-READ
             CLOSE FCHKPT
           END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       8210-CYCLE-FICHIER SECTION.
      *-----------------------------------------------------------------
      * Cycle de reglement du fichier de mouvements en place, lu dans
      * son entete avant la decision de reprise. Fichier absent ou sans
      * entete : le cycle reste a 1, le rejet est prononce plus loin
      * par 1070-CTRL-ENTETE.
           OPEN INPUT FBATIN
           IF W-BATIN-STATUS = '00'
             READ FBATIN
               NOT AT END
                 IF BAT-IN-TYPE-ENTETE
                   PERFORM 1075-CYCLE-ENTETE
                 END-IF
             END-READ
             CLOSE FBATIN
           END-IF
           .

      *-----------------------------------------------------------------
       8250-RESTAURE-DEVISES SECTION.
      *-----------------------------------------------------------------
           MOVE CHK-DEV-EXC    TO W-CPT-DEV-EXC
           MOVE CHK-DEV-NBENR  TO W-DEV-NBENR
           MOVE CHK-REP-LUS    TO W-CPT-REP-LUS
      *--- Point ecrit avant la gestion des positions a terme : aucune
      *    position echue n'y est comptee
           IF CHK-TRM-ECHUS IS NOT NUMERIC
             MOVE 0 TO CHK-TRM-ECHUS
           END-IF
           MOVE CHK-TRM-ECHUS  TO W-CPT-TRM-ECHUS
      *--- Les mouvements reportes et les positions a terme echues
      *    comptes dans CHK-LUES ne viennent pas de DACSBAT1.IN : ils
      *    ne sont pas a sauter a la reprise
           COMPUTE W-CHK-A-SAUTER = CHK-LUES - CHK-REP-LUS
                                  - CHK-TRM-ECHUS

           PERFORM VARYING W-CHK-DEV-IND FROM 1 BY 1
                   UNTIL W-CHK-DEV-IND > W-DEV-NBENR
                 MOVE 0 TO W-CPT-LUES
                 MOVE 0 TO W-CPT-DEV-EXC
                 MOVE 0 TO W-CPT-REP-LUS
                 MOVE 0 TO W-CPT-TRM-ECHUS
                 MOVE 0 TO W-CHK-A-SAUTER
               NOT AT END
                 MOVE CHK-DEV-CODE   TO W-DEV-CODE(W-CHK-DEV-IND)
      *-----------------------------------------------------------------
      * Reprise : saute les mouvements deja pris en compte dans l'etat
      * restaure, pour repartir du dernier point de controle au lieu
      * de relire DACSBAT1.IN depuis le debut. Le portefeuille a terme
      * n'est pas dans le point de reprise : les mouvements sautes
      * dates au dela de la date de traitement y sont remis.
           PERFORM VARYING W-CHK-SAUT-IND FROM 1 BY 1
                   UNTIL W-CHK-SAUT-IND > W-CHK-A-SAUTER
                      OR W-EOF-BAT-YES
                      OR BAT-IN-TYPE-FIN
             PERFORM 1060-LIT-BAT-IN
             IF W-EOF-BAT-NON AND BAT-IN-TYPE-MVT
               PERFORM 8350-RECLASSE-SAUTE
             END-IF
           END-PERFORM

           IF W-EOF-BAT-YES OR BAT-IN-TYPE-FIN
           END-IF
           .

      *-----------------------------------------------------------------
       8350-RECLASSE-SAUTE SECTION.
      *-----------------------------------------------------------------
      * Mouvement deja traite saute a la reprise : s'il etait a terme,
      * il est remis en portefeuille ; s'il etait antidate, il est
      * recompte. Les mouvements regles sont deja dans l'etat restaure.
           MOVE BAT-IN-DEV       TO W-MVT-DEV
           MOVE BAT-IN-MONTANT-R TO W-MVT-MONTANT-R
           MOVE BAT-IN-SENS      TO W-MVT-SENS
           MOVE W-DAT-TRT        TO W-MVT-ORIG-DATE
           MOVE W-CYCLE          TO W-MVT-ORIG-CYCLE
           PERFORM 1120-DATE-VALEUR-MVT
           IF FL-DATE-VAL-OK
             EVALUATE TRUE
               WHEN W-MVT-DATE-VAL > W-DAT-TRT
                 ADD 1 TO W-CPT-TRM-MIS
                 PERFORM 1130-MET-A-TERME
               WHEN W-MVT-DATE-VAL < W-DAT-TRT
                 ADD 1 TO W-CPT-ANTIDATES
             END-EVALUATE
           END-IF
           .

      *-----------------------------------------------------------------
       8400-CTRL-FIN SECTION.
      *-----------------------------------------------------------------
           END-IF
           .

      *-----------------------------------------------------------------
       9700-DEBUT-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Demande au pilotage de la chaine le lancement de l'etape pour
      * la date du jour et le cycle du fichier de mouvements en place :
      * refus si JULIAN15 n'est pas termine ou saute pour la date, ou
      * si le cycle est deja passe sans relance marquee par la
      * production (DACSPIL1). Un cycle d'entete invalide est pilote
      * comme cycle 1, le fichier sera rejete par 1070-CTRL-ENTETE.
           PERFORM 8210-CYCLE-FICHIER

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
             DISPLAY 'DACSBAT1 : LANCEMENT REFUSE PAR LE PILOTAGE DE '
                     'LA CHAINE - ' CRUNCTLV-LIBELLE
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
       9750-FIN-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Declare la fin de l'etape au pilotage avec son code retour et
      * ses totaux : mouvements lus, positions exportees vers
      * DACSPAY1.IN, total de controle des montants lus. L'appel ne
      * doit pas changer le code retour rendu a l'ordonnanceur.
           MOVE RETURN-CODE TO W-RC-ETAPE

           SET CRUNCTLV-FCT-FIN     TO TRUE
           MOVE W-RC-ETAPE          TO CRUNCTLV-RC
           MOVE W-CPT-LUES          TO CRUNCTLV-NB-LUS
           MOVE W-CPT-PAYINT-ECRITS TO CRUNCTLV-NB-EMIS
           MOVE W-CTL-HASH          TO CRUNCTLV-HASH

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF NOT CRUNCTLV-CODRET-OK
             DISPLAY 'ATTENTION 9750-FIN-ETAPE : FIN D ETAPE NON '
                     'ENREGISTREE - ' CRUNCTLV-LIBELLE
           END-IF

           MOVE W-RC-ETAPE TO RETURN-CODE
           .

       END PROGRAM DACSBAT1.
