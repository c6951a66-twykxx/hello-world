      *                 reporte au maitre que les attentes approuvees  *
      *                 par un second intervenant (CPTYAPP.IN).        *
      *                 Journal de maintenance CPTYMNT.LOG.            *
      *                 Les instructions permanentes de reglement par  *
      *                 correspondant et devise (CPTYSSI) suivent le   *
      *                 meme circuit de saisie et d'approbation,       *
      *                 tout comme le plafond journalier de paiement   *
      *                 en EUR de chaque correspondant (CPTYPLAF).     *
      ******************************************************************
      *                                                                *
      ******************************************************************
      *                  de C-PEND-MAX-JOURS jours, et CPTYMNT.LOG     *
      *                  porte le saisisseur et l'approbateur de       *
      *                  chaque application                           *
      *  15/10/2026 JGO  Instructions permanentes de reglement par     *
      *                  correspondant et devise (CPTYSSI, copie       *
      *                  CCPTYSSV) : objet 'S' dans CPTYMAJ.IN, BIC    *
      *                  beneficiaire, compte, BIC intermediaire et    *
      *                  date d'effet, memes passes de saisie et       *
      *                  d'approbation que le maitre, objet et devise  *
      *                  portes sur CPTYPEND.DAT et CPTYMNT.LOG        *
      *  15/10/2026 JGO  Plafond journalier de paiement en EUR par     *
      *                  correspondant, dans son propre fichier indexe *
      *                  CPTYPLAF.DAT (copie CCPTYPLV) pour laisser    *
      *                  CPTYMAST inchange : objet 'L' (modification   *
      *                  seule) ou a l'ajout du correspondant, valeurs *
      *                  avant / apres sur CPTYPEND.DAT, plafond saisi *
      *                  a l'ajout ou modifie porte sur CPTYMNT.LOG    *
      *  15/10/2026 JGO  Controle du compte a la saisie comme dans     *
      *                  JULIAN15 (structure, format du pays selon     *
      *                  PAYSIBAN.ATT, cle MOD-97) et concordance des  *
      *                  pays de l'IBAN, du BIC (positions 5-6) et de  *
      *                  la saisie ; motif precis du rejet porte sur   *
      *                  CPTYMNT.LOG, banque / agence / compte decodes *
      *                  portes sur CPTYPEND.DAT pour l'approbateur    *
      *                                                                *
      ******************************************************************

                  RECORD KEY    IS CPM-CPTY
                  FILE STATUS   IS W-CPTYM-STATUS.

           SELECT FCPTYSSI ASSIGN TO "CPTYSSI.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SSI-CLE
                  FILE STATUS   IS W-CPTYSSI-STATUS.

           SELECT FCPTYPLF ASSIGN TO "CPTYPLAF.DAT"
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PLF-CPTY
                  FILE STATUS   IS W-CPTYPLF-STATUS.

           SELECT FPEND   ASSIGN TO "CPTYPEND.DAT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-PEND-STATUS.
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-MNTLOG-STATUS.

           SELECT FPAYSIB ASSIGN TO "PAYSIBAN.ATT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W-PAYSIB-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 MAJ-IN-IBAN           PIC X(34).
           05 FILLER                PIC X(1).
           05 MAJ-IN-PAYS           PIC X(2).
      *--- Objet de la transaction : blanc ou 'M' = maitre CPTYMAST,
      *    'S' = instruction permanente de reglement (CPTYSSI) de la
      *    devise MAJ-IN-DEV ; pour une SSI, MAJ-IN-BIC et MAJ-IN-IBAN
      *    portent le BIC et le compte du beneficiaire ; 'L' = plafond
      *    journalier de paiement MAJ-IN-PLAFOND du correspondant
           05 FILLER                PIC X(1).
           05 MAJ-IN-OBJET          PIC X(1).
           05 FILLER                PIC X(1).
           05 MAJ-IN-DEV            PIC X(3).
           05 FILLER                PIC X(1).
           05 MAJ-IN-BIC-INTERM     PIC X(11).
           05 FILLER                PIC X(1).
           05 MAJ-IN-DATE-EFFET     PIC X(8).
      *--- Plafond journalier EUR (13 entiers, 2 decimales sans
      *    virgule) : objet 'L', ou ajout d'un correspondant (non
      *    servi = pas de plafond)
           05 FILLER                PIC X(1).
           05 MAJ-IN-PLAFOND        PIC X(15).

       FD  FCPTYM.
           COPY CCPTYMAV.

      *--- Instructions permanentes de reglement, indexees par
      *    correspondant + devise --------------------------------------
       FD  FCPTYSSI.
           COPY CCPTYSSV.

      *--- Plafonds journaliers des paiements, indexes par
      *    correspondant ----------------------------------------------
       FD  FCPTYPLF.
           COPY CCPTYPLV.

      *--- Changements en attente d'approbation : reference, date et
      *    auteur de la saisie, action, valeurs apres et avant --------
       FD  FPEND.
           05 PEN-IBAN-ANC          PIC X(34).
           05 FILLER                PIC X(1).
           05 PEN-PAYS-ANC          PIC X(2).
      *--- Objet ('S' = SSI) et devise, BIC intermediaire et date
      *    d'effet apres et avant : a blanc pour une attente du maitre
           05 FILLER                PIC X(1).
           05 PEN-OBJET             PIC X(1).
           05 FILLER                PIC X(1).
           05 PEN-DEV               PIC X(3).
           05 FILLER                PIC X(1).
           05 PEN-BICI-NOUV         PIC X(11).
           05 FILLER                PIC X(1).
           05 PEN-DATEFF-NOUV       PIC X(8).
           05 FILLER                PIC X(1).
           05 PEN-BICI-ANC          PIC X(11).
           05 FILLER                PIC X(1).
           05 PEN-DATEFF-ANC        PIC X(8).
      *--- Plafond journalier EUR apres et avant
           05 FILLER                PIC X(1).
           05 PEN-PLAF-NOUV         PIC X(15).
           05 FILLER                PIC X(1).
           05 PEN-PLAF-ANC          PIC X(15).
      *--- Banque, agence et compte decodes du nouvel IBAN, a
      *    rapprocher par l'approbateur du courrier du correspondant
      *    (a blanc si le compte n'est pas un IBAN)
           05 FILLER                PIC X(1).
           05 PEN-IBAN-BANQUE       PIC X(8).
           05 FILLER                PIC X(1).
           05 PEN-IBAN-AGENCE       PIC X(6).
           05 FILLER                PIC X(1).
           05 PEN-IBAN-COMPTE       PIC X(20).

      *--- Approbations preparees par un second intervenant :
      *    approbateur et reference de l'attente approuvee ------------
           05 LOG-APPROBATEUR       PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 LOG-RESULTAT          PIC X(40).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 LOG-OBJET             PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 LOG-DEV               PIC X(3).
      *--- Plafond journalier EUR saisi ou applique (objet 'L' ou ajout
      *    du correspondant)
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 LOG-PLAFOND           PIC X(15).

      *--- Fichier de reference des formats IBAN par pays (registre
      *    IBAN), le meme que pour JULIAN15 : longueur totale
      *    attendue, longueurs banque et agence du BBAN, et devise
      *    habituelle du pays ------------------------------------------
       FD  FPAYSIB.
       01  PIB-IN-REC.
           05 PIB-IN-PAYS           PIC X(2).
           05 FILLER                PIC X(1).
           05 PIB-IN-LONG           PIC 9(2).
           05 FILLER                PIC X(1).
           05 PIB-IN-BANK-LG        PIC 9(2).
           05 FILLER                PIC X(1).
           05 PIB-IN-BRANCH-LG      PIC 9(2).
           05 FILLER                PIC X(1).
           05 PIB-IN-DEVISE         PIC X(3).

      ******************************************************************
       WORKING-STORAGE SECTION.
      *--- Nombre de jours au dela duquel une attente non approuvee
      *    expire (a ressaisir si toujours voulue)
       77 C-PEND-MAX-JOURS             PIC 9(2)      VALUE 5.
       77 C-PAYS-MAX-ENR               PIC 9(3) COMP VALUE 120.

      *--- FLAGS -------------------------------------------------------
       01 FL-DISPLAY                   PIC X(2).
       01 W-PRM-STATUS                 PIC X(2).
       01 W-MAJIN-STATUS               PIC X(2).
       01 W-CPTYM-STATUS               PIC X(2).
       01 W-CPTYSSI-STATUS             PIC X(2).
       01 W-CPTYPLF-STATUS             PIC X(2).
       01 W-PEND-STATUS                PIC X(2).
       01 W-APPR-STATUS                PIC X(2).
       01 W-MNTLOG-STATUS              PIC X(2).
       01 W-PAYSIB-STATUS              PIC X(2).

      *--- Mode du lancement et intervenant (DACSMNT1.PRM) -------------
       01 FL-MODE                      PIC X(1) VALUE ' '.
          88 FL-CPTYM-OK                   VALUE '1'.
          88 FL-CPTYM-KO                   VALUE '0'.

      *--- FL-CPTYSSI : le fichier des SSI a pu etre ouvert en saisie ;
      *    inexistant (premiere saisie) = valeurs avant a blanc, seul
      *    un ajout de SSI a un sens
       01 FL-CPTYSSI                   PIC X(1).
          88 FL-CPTYSSI-OK                 VALUE '1'.
          88 FL-CPTYSSI-KO                 VALUE '0'.

      *--- FL-CPTYPLF : le fichier des plafonds a pu etre ouvert en
      *    saisie ; inexistant = aucun plafond encore applique, valeur
      *    avant a blanc
       01 FL-CPTYPLF                   PIC X(1).
          88 FL-CPTYPLF-OK                 VALUE '1'.
          88 FL-CPTYPLF-KO                 VALUE '0'.

      *--- FL-EDIT : resultat des controles de validite de la
      *    transaction courante (cf. 2000-CONTROLE-TRANSACTION)
       01 FL-EDIT                      PIC X(1).
          05 W-TRX-BIC                PIC X(11).
          05 W-TRX-IBAN               PIC X(34).
          05 W-TRX-PAYS               PIC X(2).
          05 W-TRX-OBJET              PIC X(1).
             88 W-TRX-OBJET-MAITRE       VALUE ' ' 'M'.
             88 W-TRX-OBJET-SSI          VALUE 'S'.
             88 W-TRX-OBJET-PLAFOND      VALUE 'L'.
          05 W-TRX-DEV                PIC X(3).
          05 W-TRX-BIC-INTERM         PIC X(11).
          05 W-TRX-DATE-EFFET         PIC X(8).
          05 W-TRX-PLAFOND            PIC X(15).
          05 W-TRX-PLAFOND-N REDEFINES W-TRX-PLAFOND
                                      PIC 9(13)V9(2).

      *--- Valeurs avant de la transaction en cours de saisie ----------
       01 W-ANC-VALEURS.
          05 W-ANC-BIC                PIC X(11).
          05 W-ANC-IBAN               PIC X(34).
          05 W-ANC-PAYS               PIC X(2).
          05 W-ANC-BIC-INTERM         PIC X(11).
          05 W-ANC-DATE-EFFET         PIC X(8).
          05 W-ANC-PLAFOND            PIC X(15).
          05 W-ANC-PLAFOND-N REDEFINES W-ANC-PLAFOND
                                      PIC 9(13)V9(2).

      *--- Contexte de journalisation de l'ecriture courante -----------
       01 W-LOG-REF                    PIC X(13) VALUE SPACES.
       01 W-BIC-AGENCE                 PIC X(3).
       01 W-BIC-NB-BLANCS8             PIC 9(2).
       01 W-BIC-NB-BLANCS3             PIC 9(2).
      *--- Pays du BIC (positions 5-6), a rapprocher du pays de l'IBAN
      *    et du pays saisi
       01 W-BIC-PAYS                   PIC X(2).

      *--- Table des formats IBAN par pays, chargee en saisie depuis
      *    PAYSIBAN.ATT : longueur totale attendue, longueurs banque et
      *    agence du BBAN (le reste = compte). Table vide (fichier
      *    absent) : controle MOD-97 seul et decoupe generique 4 / 6,
      *    comme dans JULIAN15 ---------------------------------------
       01 W-TAB-PAYS-IBAN.
          05 W-PAYS-NBENR       PIC 9(3) COMP VALUE 0.
          05 W-PAYS-ENR OCCURS 120.
             10 W-PAYS-CODE        PIC X(2).
             10 W-PAYS-LONG        PIC 9(2).
             10 W-PAYS-BANK-LG     PIC 9(2).
             10 W-PAYS-BRANCH-LG   PIC 9(2).
             10 W-PAYS-DEVISE      PIC X(3).

       01 W-PAYS-IND                   PIC 9(3) COMP.
       01 W-PAYS-TROUVE                PIC 9(3) COMP.

      *--- IBAN a controler, et segments decodes pour l'approbateur ---
       01 W-IBAN-NUM                   PIC X(34).
       01 W-IBAN-DECODE.
          05 W-IBAN-PAYS              PIC X(2).
          05 W-IBAN-CLE               PIC X(2).
          05 W-IBAN-BANQUE            PIC X(8).
          05 W-IBAN-AGENCE            PIC X(6).
          05 W-IBAN-COMPTE            PIC X(20).

       01 W-IBAN-WORK.
          05 W-IBAN-LEN           PIC 9(2).
          05 W-IBAN-ACCT-LEN      PIC 9(2).
          05 W-IBAN-ACCT-POS      PIC 9(2).
          05 W-IBAN-REARR         PIC X(34).
          05 W-IBAN-IND           PIC 9(2).
          05 W-IBAN-POS-INVAL     PIC 9(2).
          05 W-IBAN-CHAR          PIC X(1).
          05 W-IBAN-DIGIT         PIC 9(1).
          05 W-IBAN-DIGVAL        PIC 9(2).
          05 W-IBAN-TENS          PIC 9(1).
          05 W-IBAN-ONES          PIC 9(1).
          05 W-IBAN-REMAIN        PIC 9(4).

      *--- Date d'effet d'une SSI decomposee pour le controle de forme
       01 W-DATEFF-CTRL                PIC X(8).
       01 W-DATEFF-CTRL-R REDEFINES W-DATEFF-CTRL.
          05 W-DATEFF-AAAA            PIC 9(4).
          05 W-DATEFF-MM              PIC 9(2).
          05 W-DATEFF-JJ              PIC 9(2).

      *--- Table des approbations chargee depuis CPTYAPP.IN ------------
       01 W-TAB-APP-CLS.
             03 W-PEN-BIC-ANC   PIC X(11).
             03 W-PEN-IBAN-ANC  PIC X(34).
             03 W-PEN-PAYS-ANC  PIC X(2).
             03 W-PEN-OBJET     PIC X(1).
             03 W-PEN-DEV       PIC X(3).
             03 W-PEN-BICI-NOUV PIC X(11).
             03 W-PEN-DATEFF-NOUV PIC X(8).
             03 W-PEN-BICI-ANC  PIC X(11).
             03 W-PEN-DATEFF-ANC PIC X(8).
             03 W-PEN-PLAF-NOUV PIC X(15).
             03 W-PEN-PLAF-ANC  PIC X(15).
             03 W-PEN-IBAN-BANQUE PIC X(8).
             03 W-PEN-IBAN-AGENCE PIC X(6).
             03 W-PEN-IBAN-COMPTE PIC X(20).
             03 W-PEN-DEVENIR   PIC X(1).
                88 W-PEN-GARDEE     VALUE 'G'.

               SET W-EOF-MAJ-YES TO TRUE
           END-EVALUATE

      *--- SSI en lecture seule, pour les valeurs avant ; fichier
      *    encore inexistant = premiere saisie de SSI
           OPEN INPUT FCPTYSSI
           EVALUATE W-CPTYSSI-STATUS
             WHEN '00'
               SET FL-CPTYSSI-OK TO TRUE
             WHEN '35'
               SET FL-CPTYSSI-KO TO TRUE
             WHEN OTHER
               SET FL-CPTYSSI-KO TO TRUE
               DISPLAY 'ERREUR OUVERTURE FCPTYSSI - STATUT = '
                       W-CPTYSSI-STATUS
               SET FL-ARRET-OUI TO TRUE
               SET W-EOF-MAJ-YES TO TRUE
           END-EVALUATE

      *--- Plafonds en lecture seule, pour la valeur avant ; fichier
      *    encore inexistant = aucun plafond applique
           OPEN INPUT FCPTYPLF
           EVALUATE W-CPTYPLF-STATUS
             WHEN '00'
               SET FL-CPTYPLF-OK TO TRUE
             WHEN '35'
               SET FL-CPTYPLF-KO TO TRUE
             WHEN OTHER
               SET FL-CPTYPLF-KO TO TRUE
               DISPLAY 'ERREUR OUVERTURE FCPTYPLF - STATUT = '
                       W-CPTYPLF-STATUS
               SET FL-ARRET-OUI TO TRUE
               SET W-EOF-MAJ-YES TO TRUE
           END-EVALUATE

      *--- La sequence des references du jour repart apres la plus
      *    haute deja presente dans les attentes, pour que deux
      *    saisies du meme jour ne produisent jamais la meme reference

           PERFORM 1130-OUVRE-LOG

           PERFORM 1160-CHARGE-PAYS-IBAN

           IF W-EOF-MAJ-NON
             PERFORM 1140-LIT-MAJ-IN
           END-IF
           MOVE MAJ-IN-BIC    TO W-TRX-BIC
           MOVE MAJ-IN-IBAN   TO W-TRX-IBAN
           MOVE MAJ-IN-PAYS   TO W-TRX-PAYS
           MOVE MAJ-IN-OBJET  TO W-TRX-OBJET
           MOVE MAJ-IN-DEV    TO W-TRX-DEV
           MOVE MAJ-IN-BIC-INTERM TO W-TRX-BIC-INTERM
           MOVE MAJ-IN-DATE-EFFET TO W-TRX-DATE-EFFET
           MOVE MAJ-IN-PLAFOND    TO W-TRX-PLAFOND

           MOVE SPACES TO W-LOG-REF
           MOVE W-USER TO W-LOG-CAPTEUR

           PERFORM 2000-CONTROLE-TRANSACTION
           IF FL-EDIT-OK
             IF W-TRX-OBJET-SSI
               PERFORM 2150-RELEVE-ANCIEN-SSI
             ELSE
               PERFORM 2100-RELEVE-ANCIEN
             END-IF
           END-IF

           IF FL-EDIT-OK
           PERFORM 1140-LIT-MAJ-IN
           .

      *-----------------------------------------------------------------
       1160-CHARGE-PAYS-IBAN SECTION.
      *-----------------------------------------------------------------
      * Charge la table des formats IBAN par pays depuis PAYSIBAN.ATT,
      * comme JULIAN15. Fichier absent = table vide : les IBAN ne
      * passent que la structure et la cle MOD-97, signale une fois au
      * lancement.
           OPEN INPUT FPAYSIB
           IF W-PAYSIB-STATUS NOT = '00'
             DISPLAY 'ATTENTION 1160-CHARGE-PAYS-IBAN : PAYSIBAN.ATT '
                     'INDISPONIBLE (STATUT ' W-PAYSIB-STATUS ') - '
                     'AUCUN FORMAT PAYS CHARGE, LONGUEUR DES IBAN NON '
                     'CONTROLEE PAR PAYS'
           ELSE
             PERFORM 1165-LIT-PAYS-IBAN
                     UNTIL W-PAYSIB-STATUS NOT = '00'
                        OR W-PAYS-NBENR >= C-PAYS-MAX-ENR
             CLOSE FPAYSIB
             DISPLAY 'FORMATS IBAN PAYS CHARGES : ' W-PAYS-NBENR
                     ' ENTREE(S)'
           END-IF
           .

      *-----------------------------------------------------------------
       1165-LIT-PAYS-IBAN SECTION.
      *-----------------------------------------------------------------
           READ FPAYSIB
             NOT AT END
               IF PIB-IN-PAYS IS NOT ALPHABETIC
                  OR PIB-IN-PAYS = SPACES
                  OR PIB-IN-LONG IS NOT NUMERIC
                  OR PIB-IN-BANK-LG IS NOT NUMERIC
                  OR PIB-IN-BRANCH-LG IS NOT NUMERIC
                 DISPLAY 'ATTENTION 1165-LIT-PAYS-IBAN : ENTREE '
                         'INVALIDE IGNOREE POUR LE PAYS ' PIB-IN-PAYS
               ELSE
      *--- Memes bornes que JULIAN15 : longueur d'un IBAN (15 a 34),
      *    pays + cle + banque + agence dans cette longueur
                 IF PIB-IN-LONG < 15 OR PIB-IN-LONG > 34
                    OR 4 + PIB-IN-BANK-LG + PIB-IN-BRANCH-LG
                       > PIB-IN-LONG
                   DISPLAY 'ATTENTION 1165-LIT-PAYS-IBAN : FORMAT '
                           'INCOHERENT (LONGUEUR ' PIB-IN-LONG
                           ' BANQUE ' PIB-IN-BANK-LG ' AGENCE '
                           PIB-IN-BRANCH-LG ') - ENTREE IGNOREE '
                           'POUR LE PAYS ' PIB-IN-PAYS
                 ELSE
                   ADD 1 TO W-PAYS-NBENR
                   MOVE PIB-IN-PAYS     TO W-PAYS-CODE(W-PAYS-NBENR)
                   MOVE PIB-IN-LONG     TO W-PAYS-LONG(W-PAYS-NBENR)
                   MOVE PIB-IN-BANK-LG  TO W-PAYS-BANK-LG(W-PAYS-NBENR)
                   MOVE PIB-IN-BRANCH-LG
                                     TO W-PAYS-BRANCH-LG(W-PAYS-NBENR)
                   MOVE PIB-IN-DEVISE   TO W-PAYS-DEVISE(W-PAYS-NBENR)
                 END-IF
               END-IF
           END-READ
           .

      *-----------------------------------------------------------------
       1190-FERME-CAPTURE SECTION.
      *-----------------------------------------------------------------
             IF FL-CPTYM-OK
               CLOSE FCPTYM
             END-IF
             IF FL-CPTYSSI-OK
               CLOSE FCPTYSSI
             END-IF
             IF FL-CPTYPLF-OK
               CLOSE FCPTYPLF
             END-IF
             CLOSE FPEND
             CLOSE FMNTLOG
           END-IF
      *-----------------------------------------------------------------
      * Controles de validite de la transaction : action connue, code
      * correspondant present, et pour un ajout ou une modification un
      * BIC de 8 ou 11 caracteres et un pays alphabetique. Pour une
      * SSI : devise presente, BIC beneficiaire et compte servis, BIC
      * intermediaire de forme valide s'il est servi, et date d'effet
      * valide. Pour un plafond : modification seule, montant
      * numerique. Le compte d'un ajout ou d'une modification est
      * ensuite controle comme IBAN (cf. 2060-CONTROLE-COMPTE). Toute
      * transaction rejetee est journalisee avec son motif.
           SET FL-EDIT-OK TO TRUE
           MOVE SPACES TO W-RESULTAT
           MOVE SPACES TO W-IBAN-DECODE

           EVALUATE TRUE
             WHEN NOT (W-TRX-OBJET-MAITRE OR W-TRX-OBJET-SSI
                       OR W-TRX-OBJET-PLAFOND)
               MOVE 'REJET - OBJET INCONNU' TO W-RESULTAT
               SET FL-EDIT-KO TO TRUE
             WHEN NOT (W-TRX-ACTION-AJOUT OR W-TRX-ACTION-MODIF
                       OR W-TRX-ACTION-DESACT)
               MOVE 'REJET - ACTION INCONNUE' TO W-RESULTAT
             WHEN W-TRX-CPTY = SPACES
               MOVE 'REJET - CODE CORRESPONDANT ABSENT' TO W-RESULTAT
               SET FL-EDIT-KO TO TRUE
             WHEN W-TRX-OBJET-SSI
                  AND (W-TRX-DEV IS NOT ALPHABETIC
                       OR W-TRX-DEV(1:1) = SPACE
                       OR W-TRX-DEV(3:1) = SPACE)
               MOVE 'REJET - DEVISE SSI INVALIDE' TO W-RESULTAT
               SET FL-EDIT-KO TO TRUE
      *--- Le plafond d'un correspondant existant se modifie (zero =
      *    plafond leve) ; il n'a ni ajout ni desactivation propres
             WHEN W-TRX-OBJET-PLAFOND AND NOT W-TRX-ACTION-MODIF
               MOVE 'REJET - PLAFOND : ACTION M SEULE' TO W-RESULTAT
               SET FL-EDIT-KO TO TRUE
           END-EVALUATE

      *--- BIC sur 8 positions (XXXXXXXX) ou 11 (XXXXXXXXXXX) : aucun
      *    blanc dans les 8 premieres, et les 3 positions agence
      *    entierement blanches ou entierement servies
           IF FL-EDIT-OK AND NOT W-TRX-OBJET-PLAFOND
              AND (W-TRX-ACTION-AJOUT OR W-TRX-ACTION-MODIF)
             IF W-TRX-BIC = SPACES
               MOVE 'REJET - BIC ABSENT' TO W-RESULTAT
             END-IF
           END-IF

           IF FL-EDIT-OK AND W-TRX-OBJET-MAITRE
              AND (W-TRX-ACTION-AJOUT OR W-TRX-ACTION-MODIF)
             IF W-TRX-PAYS IS NOT ALPHABETIC
                OR W-TRX-PAYS = SPACES
      *--- Le compte est obligatoire a l'ajout comme a la modification:
      *    3200-MODIFIE reporte le champ tel quel dans le maitre, un
      *    blanc accepte ici effacerait le compte de reglement
           IF FL-EDIT-OK AND NOT W-TRX-OBJET-PLAFOND
              AND (W-TRX-ACTION-AJOUT OR W-TRX-ACTION-MODIF)
              AND W-TRX-IBAN = SPACES
             MOVE 'REJET - COMPTE/IBAN ABSENT' TO W-RESULTAT
             SET FL-EDIT-KO TO TRUE
           END-IF

      *--- Plafond journalier EUR : obligatoire pour l'objet 'L',
      *    facultatif a l'ajout d'un correspondant (non servi = pas de
      *    plafond) ; la modification du maitre ne le touche pas
           IF FL-EDIT-OK
              AND (W-TRX-OBJET-PLAFOND
                   OR (W-TRX-OBJET-MAITRE AND W-TRX-ACTION-AJOUT
                       AND W-TRX-PLAFOND NOT = SPACES))
              AND W-TRX-PLAFOND-N IS NOT NUMERIC
             MOVE 'REJET - PLAFOND EUR NON NUMERIQUE' TO W-RESULTAT
             SET FL-EDIT-KO TO TRUE
           END-IF

           IF FL-EDIT-OK AND W-TRX-OBJET-SSI
              AND (W-TRX-ACTION-AJOUT OR W-TRX-ACTION-MODIF)
             PERFORM 2050-CONTROLE-SSI
           END-IF

           IF FL-EDIT-OK AND NOT W-TRX-OBJET-PLAFOND
              AND (W-TRX-ACTION-AJOUT OR W-TRX-ACTION-MODIF)
             PERFORM 2060-CONTROLE-COMPTE
           END-IF
           .

      *-----------------------------------------------------------------
       2050-CONTROLE-SSI SECTION.
      *-----------------------------------------------------------------
      * Controles propres a une SSI en ajout ou modification : le BIC
      * intermediaire est facultatif mais, s'il est servi, de meme
      * forme qu'un BIC beneficiaire (8 ou 11 caracteres), et la date
      * d'effet est une date AAAAMMJJ plausible.
           IF W-TRX-BIC-INTERM NOT = SPACES
             MOVE W-TRX-BIC-INTERM(1:8) TO W-BIC-BANQUE
             MOVE W-TRX-BIC-INTERM(9:3) TO W-BIC-AGENCE
             MOVE 0 TO W-BIC-NB-BLANCS8
             MOVE 0 TO W-BIC-NB-BLANCS3
             INSPECT W-BIC-BANQUE
                     TALLYING W-BIC-NB-BLANCS8 FOR ALL SPACE
             INSPECT W-BIC-AGENCE
                     TALLYING W-BIC-NB-BLANCS3 FOR ALL SPACE
             IF W-BIC-NB-BLANCS8 > 0
                OR (W-BIC-NB-BLANCS3 > 0 AND W-BIC-NB-BLANCS3 < 3)
               MOVE 'REJET - BIC INTERMEDIAIRE INVALIDE'
                                          TO W-RESULTAT
               SET FL-EDIT-KO TO TRUE
             END-IF
           END-IF

           IF FL-EDIT-OK
             MOVE W-TRX-DATE-EFFET TO W-DATEFF-CTRL
             IF W-DATEFF-CTRL IS NOT NUMERIC
               MOVE 'REJET - DATE D EFFET SSI INVALIDE' TO W-RESULTAT
               SET FL-EDIT-KO TO TRUE
             ELSE
               IF W-DATEFF-AAAA < 1601
                  OR W-DATEFF-MM < 1 OR W-DATEFF-MM > 12
                  OR W-DATEFF-JJ < 1 OR W-DATEFF-JJ > 31
                 MOVE 'REJET - DATE D EFFET SSI INVALIDE'
                                          TO W-RESULTAT
                 SET FL-EDIT-KO TO TRUE
               END-IF
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       2060-CONTROLE-COMPTE SECTION.
      *-----------------------------------------------------------------
      * Compte de reglement d'un ajout ou d'une modification, pour
      * qu'un compte errone n'atteigne jamais CPTYPEND.DAT :
      * - maitre : le compte est un IBAN, controle comme dans JULIAN15
      *   (9100-IBAN-CONTROLE), et le pays de l'IBAN, le pays du BIC
      *   (positions 5-6) et le pays saisi doivent concorder ;
      * - SSI : le compte du beneficiaire n'est controle comme IBAN que
      *   si le pays du BIC beneficiaire est un pays IBAN de
      *   PAYSIBAN.ATT ; il doit alors etre un IBAN de ce pays. Hors
      *   des pays IBAN le compte local reste libre.
           MOVE W-TRX-BIC(5:2) TO W-BIC-PAYS
           IF W-BIC-PAYS IS NOT ALPHABETIC-UPPER
              OR W-BIC-PAYS(1:1) = SPACE
              OR W-BIC-PAYS(2:1) = SPACE
             MOVE SPACES TO W-RESULTAT
             STRING 'REJET - PAYS DU BIC INVALIDE : '
                                        DELIMITED BY SIZE
                    W-BIC-PAYS          DELIMITED BY SIZE
                    INTO W-RESULTAT
             SET FL-EDIT-KO TO TRUE
           END-IF

           IF FL-EDIT-OK AND W-TRX-OBJET-MAITRE
             MOVE W-TRX-IBAN TO W-IBAN-NUM
             PERFORM 9100-IBAN-CONTROLE
             IF FL-EDIT-OK AND W-IBAN-PAYS NOT = W-TRX-PAYS
               MOVE SPACES TO W-RESULTAT
               STRING 'REJET - PAYS IBAN ' DELIMITED BY SIZE
                      W-IBAN-PAYS          DELIMITED BY SIZE
                      ' / PAYS SAISI '     DELIMITED BY SIZE
                      W-TRX-PAYS           DELIMITED BY SIZE
                      INTO W-RESULTAT
               SET FL-EDIT-KO TO TRUE
             END-IF
             IF FL-EDIT-OK AND W-BIC-PAYS NOT = W-TRX-PAYS
               MOVE SPACES TO W-RESULTAT
               STRING 'REJET - PAYS BIC '  DELIMITED BY SIZE
                      W-BIC-PAYS           DELIMITED BY SIZE
                      ' / PAYS SAISI '     DELIMITED BY SIZE
                      W-TRX-PAYS           DELIMITED BY SIZE
                      INTO W-RESULTAT
               SET FL-EDIT-KO TO TRUE
             END-IF
           END-IF

           IF FL-EDIT-OK AND W-TRX-OBJET-SSI
             MOVE W-BIC-PAYS TO W-IBAN-PAYS
             PERFORM 9160-CHERCHE-PAYS
             IF W-PAYS-TROUVE NOT = 0
               MOVE W-TRX-IBAN TO W-IBAN-NUM
               PERFORM 9100-IBAN-CONTROLE
               IF FL-EDIT-OK AND W-IBAN-PAYS NOT = W-BIC-PAYS
                 MOVE SPACES TO W-RESULTAT
                 STRING 'REJET - PAYS IBAN ' DELIMITED BY SIZE
                        W-IBAN-PAYS          DELIMITED BY SIZE
                        ' / PAYS BIC '       DELIMITED BY SIZE
                        W-BIC-PAYS           DELIMITED BY SIZE
                        INTO W-RESULTAT
                 SET FL-EDIT-KO TO TRUE
               END-IF
             ELSE
               MOVE SPACES TO W-IBAN-DECODE
             END-IF
           END-IF

      *--- Compte rejete : rien a montrer a l'approbateur
           IF FL-EDIT-KO
             MOVE SPACES TO W-IBAN-DECODE
           END-IF
           .

      *-----------------------------------------------------------------
                 MOVE CPM-BIC  TO W-ANC-BIC
                 MOVE CPM-IBAN TO W-ANC-IBAN
                 MOVE CPM-PAYS TO W-ANC-PAYS
                 PERFORM 2110-RELEVE-ANCIEN-PLAFOND
               WHEN W-CPTYM-STATUS = '23' AND W-TRX-ACTION-AJOUT
                 CONTINUE
               WHEN W-CPTYM-STATUS = '23'
           END-IF
           .

      *-----------------------------------------------------------------
       2110-RELEVE-ANCIEN-PLAFOND SECTION.
      *-----------------------------------------------------------------
      * Valeur avant du plafond du correspondant : a blanc quand aucun
      * plafond ne lui a encore ete applique.
           IF FL-CPTYPLF-OK
             MOVE W-TRX-CPTY TO PLF-CPTY
             READ FCPTYPLF
             EVALUATE W-CPTYPLF-STATUS
               WHEN '00'
                 IF PLF-PLAFOND-EUR IS NUMERIC
                   MOVE PLF-PLAFOND-EUR TO W-ANC-PLAFOND-N
                 END-IF
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 STRING 'REJET - ERREUR LECTURE PLAFOND STATUT '
                        DELIMITED BY SIZE
                        W-CPTYPLF-STATUS DELIMITED BY SIZE
                        INTO W-RESULTAT
                 SET FL-EDIT-KO TO TRUE
             END-EVALUATE
           END-IF
           .

      *-----------------------------------------------------------------
       2150-RELEVE-ANCIEN-SSI SECTION.
      *-----------------------------------------------------------------
      * Releve les valeurs avant de la SSI visee (correspondant +
      * devise). Le correspondant doit exister au maitre ; un ajout
      * d'une SSI deja presente ou une modification / desactivation
      * d'une SSI inconnue sont rejetes des la saisie.
           MOVE SPACES TO W-ANC-VALEURS

           IF FL-CPTYM-KO
             MOVE 'REJET - CORRESPONDANT INCONNU' TO W-RESULTAT
             SET FL-EDIT-KO TO TRUE
           ELSE
             MOVE W-TRX-CPTY TO CPM-CPTY
             READ FCPTYM
             EVALUATE W-CPTYM-STATUS
               WHEN '00'
                 CONTINUE
               WHEN '23'
                 MOVE 'REJET - CORRESPONDANT INCONNU' TO W-RESULTAT
                 SET FL-EDIT-KO TO TRUE
               WHEN OTHER
                 STRING 'REJET - ERREUR LECTURE STATUT '
                        DELIMITED BY SIZE
                        W-CPTYM-STATUS DELIMITED BY SIZE
                        INTO W-RESULTAT
                 SET FL-EDIT-KO TO TRUE
             END-EVALUATE
           END-IF

           IF FL-EDIT-OK
             IF FL-CPTYSSI-KO
      *--- Fichier des SSI encore inexistant : seul un ajout a un sens
               IF NOT W-TRX-ACTION-AJOUT
                 MOVE 'REJET - SSI INCONNUE' TO W-RESULTAT
                 SET FL-EDIT-KO TO TRUE
               END-IF
             ELSE
               MOVE W-TRX-CPTY TO SSI-CPTY
               MOVE W-TRX-DEV  TO SSI-DEV
               READ FCPTYSSI
               EVALUATE TRUE
                 WHEN W-CPTYSSI-STATUS = '00' AND W-TRX-ACTION-AJOUT
                   MOVE 'REJET - SSI DEJA PRESENTE' TO W-RESULTAT
                   SET FL-EDIT-KO TO TRUE
                 WHEN W-CPTYSSI-STATUS = '00'
                   MOVE SSI-BIC-BENEF  TO W-ANC-BIC
                   MOVE SSI-COMPTE     TO W-ANC-IBAN
                   MOVE SSI-BIC-INTERM TO W-ANC-BIC-INTERM
                   MOVE SSI-DATE-EFFET TO W-ANC-DATE-EFFET
                 WHEN W-CPTYSSI-STATUS = '23' AND W-TRX-ACTION-AJOUT
                   CONTINUE
                 WHEN W-CPTYSSI-STATUS = '23'
                   MOVE 'REJET - SSI INCONNUE' TO W-RESULTAT
                   SET FL-EDIT-KO TO TRUE
                 WHEN OTHER
                   STRING 'REJET - ERREUR LECTURE SSI STATUT '
                          DELIMITED BY SIZE
                          W-CPTYSSI-STATUS DELIMITED BY SIZE
                          INTO W-RESULTAT
                   SET FL-EDIT-KO TO TRUE
               END-EVALUATE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       2200-ECRIT-ATTENTE SECTION.
      *-----------------------------------------------------------------
           MOVE W-ANC-BIC     TO PEN-BIC-ANC
           MOVE W-ANC-IBAN    TO PEN-IBAN-ANC
           MOVE W-ANC-PAYS    TO PEN-PAYS-ANC
           MOVE W-TRX-OBJET   TO PEN-OBJET
           MOVE W-TRX-DEV     TO PEN-DEV
           MOVE W-TRX-BIC-INTERM TO PEN-BICI-NOUV
           MOVE W-TRX-DATE-EFFET TO PEN-DATEFF-NOUV
           MOVE W-ANC-BIC-INTERM TO PEN-BICI-ANC
           MOVE W-ANC-DATE-EFFET TO PEN-DATEFF-ANC
           MOVE W-TRX-PLAFOND    TO PEN-PLAF-NOUV
           MOVE W-ANC-PLAFOND    TO PEN-PLAF-ANC
           MOVE W-IBAN-BANQUE    TO PEN-IBAN-BANQUE
           MOVE W-IBAN-AGENCE    TO PEN-IBAN-AGENCE
           MOVE W-IBAN-COMPTE    TO PEN-IBAN-COMPTE

           WRITE PEN-REC
           IF W-PEND-STATUS NOT = '00'
             SET FL-ARRET-OUI TO TRUE
           END-IF

      *--- Idem pour le fichier des SSI
           OPEN I-O FCPTYSSI
           IF W-CPTYSSI-STATUS = '35'
             OPEN OUTPUT FCPTYSSI
             CLOSE FCPTYSSI
             OPEN I-O FCPTYSSI
           END-IF
           IF W-CPTYSSI-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FCPTYSSI - STATUT = '
                     W-CPTYSSI-STATUS
             SET FL-ARRET-OUI TO TRUE
           END-IF

      *--- Idem pour le fichier des plafonds
           OPEN I-O FCPTYPLF
           IF W-CPTYPLF-STATUS = '35'
             OPEN OUTPUT FCPTYPLF
             CLOSE FCPTYPLF
             OPEN I-O FCPTYPLF
           END-IF
           IF W-CPTYPLF-STATUS NOT = '00'
             DISPLAY 'ERREUR OUVERTURE FCPTYPLF - STATUT = '
                     W-CPTYPLF-STATUS
             SET FL-ARRET-OUI TO TRUE
           END-IF

           PERFORM 1130-OUVRE-LOG
           IF W-MNTLOG-STATUS NOT = '00'
             SET FL-ARRET-OUI TO TRUE
                 MOVE PEN-BIC-ANC   TO W-PEN-BIC-ANC(W-PEN-NBENR)
                 MOVE PEN-IBAN-ANC  TO W-PEN-IBAN-ANC(W-PEN-NBENR)
                 MOVE PEN-PAYS-ANC  TO W-PEN-PAYS-ANC(W-PEN-NBENR)
                 MOVE PEN-OBJET     TO W-PEN-OBJET(W-PEN-NBENR)
                 MOVE PEN-DEV       TO W-PEN-DEV(W-PEN-NBENR)
                 MOVE PEN-BICI-NOUV TO W-PEN-BICI-NOUV(W-PEN-NBENR)
                 MOVE PEN-DATEFF-NOUV
                                    TO W-PEN-DATEFF-NOUV(W-PEN-NBENR)
                 MOVE PEN-BICI-ANC  TO W-PEN-BICI-ANC(W-PEN-NBENR)
                 MOVE PEN-DATEFF-ANC
                                    TO W-PEN-DATEFF-ANC(W-PEN-NBENR)
                 MOVE PEN-PLAF-NOUV TO W-PEN-PLAF-NOUV(W-PEN-NBENR)
                 MOVE PEN-PLAF-ANC  TO W-PEN-PLAF-ANC(W-PEN-NBENR)
                 MOVE PEN-IBAN-BANQUE
                                    TO W-PEN-IBAN-BANQUE(W-PEN-NBENR)
                 MOVE PEN-IBAN-AGENCE
                                    TO W-PEN-IBAN-AGENCE(W-PEN-NBENR)
                 MOVE PEN-IBAN-COMPTE
                                    TO W-PEN-IBAN-COMPTE(W-PEN-NBENR)
                 MOVE SPACE         TO W-PEN-DEVENIR(W-PEN-NBENR)
               END-IF
           END-READ
           MOVE SPACES                   TO W-LOG-APPROBATEUR
           MOVE W-PEN-ACTION(W-PEN-IND)  TO W-TRX-ACTION
           MOVE W-PEN-CPTY(W-PEN-IND)    TO W-TRX-CPTY
           MOVE W-PEN-OBJET(W-PEN-IND)   TO W-TRX-OBJET
           MOVE W-PEN-DEV(W-PEN-IND)     TO W-TRX-DEV
      *--- Valeurs nouvelles de l'attente : appliquees si elle est
      *    approuvee, portees au journal dans tous les cas
           MOVE W-PEN-BIC-NOUV(W-PEN-IND)    TO W-TRX-BIC
           MOVE W-PEN-IBAN-NOUV(W-PEN-IND)   TO W-TRX-IBAN
           MOVE W-PEN-PAYS-NOUV(W-PEN-IND)   TO W-TRX-PAYS
           MOVE W-PEN-BICI-NOUV(W-PEN-IND)   TO W-TRX-BIC-INTERM
           MOVE W-PEN-DATEFF-NOUV(W-PEN-IND) TO W-TRX-DATE-EFFET
           MOVE W-PEN-PLAF-NOUV(W-PEN-IND)   TO W-TRX-PLAFOND

           PERFORM 5160-CALCULE-AGE
           PERFORM 5170-CHERCHE-APPROBATION
                      NOT = W-PEN-CAPTEUR(W-PEN-IND)
               MOVE W-APP-APPROBATEUR(W-APP-IND-TROUVE)
                                             TO W-LOG-APPROBATEUR
               PERFORM 3000-APPLIQUE-TRANSACTION
             WHEN W-AGE-JOURS > C-PEND-MAX-JOURS
               ADD 1 TO W-CPT-EXPIREES
                 MOVE W-PEN-BIC-ANC(W-PEN-IND)   TO PEN-BIC-ANC
                 MOVE W-PEN-IBAN-ANC(W-PEN-IND)  TO PEN-IBAN-ANC
                 MOVE W-PEN-PAYS-ANC(W-PEN-IND)  TO PEN-PAYS-ANC
                 MOVE W-PEN-OBJET(W-PEN-IND)     TO PEN-OBJET
                 MOVE W-PEN-DEV(W-PEN-IND)       TO PEN-DEV
                 MOVE W-PEN-BICI-NOUV(W-PEN-IND) TO PEN-BICI-NOUV
                 MOVE W-PEN-DATEFF-NOUV(W-PEN-IND)
                                                 TO PEN-DATEFF-NOUV
                 MOVE W-PEN-BICI-ANC(W-PEN-IND)  TO PEN-BICI-ANC
                 MOVE W-PEN-DATEFF-ANC(W-PEN-IND)
                                                 TO PEN-DATEFF-ANC
                 MOVE W-PEN-PLAF-NOUV(W-PEN-IND) TO PEN-PLAF-NOUV
                 MOVE W-PEN-PLAF-ANC(W-PEN-IND)  TO PEN-PLAF-ANC
                 MOVE W-PEN-IBAN-BANQUE(W-PEN-IND)
                                                 TO PEN-IBAN-BANQUE
                 MOVE W-PEN-IBAN-AGENCE(W-PEN-IND)
                                                 TO PEN-IBAN-AGENCE
                 MOVE W-PEN-IBAN-COMPTE(W-PEN-IND)
                                                 TO PEN-IBAN-COMPTE
                 WRITE PEN-REC
                 IF W-PEND-STATUS NOT = '00'
                   DISPLAY 'ERREUR ECRITURE FPEND - STATUT = '

           IF FL-ARRET-NON
             CLOSE FCPTYM
             CLOSE FCPTYSSI
             CLOSE FCPTYPLF
             CLOSE FMNTLOG
           END-IF
           .
       3000-APPLIQUE-TRANSACTION SECTION.
      *-----------------------------------------------------------------
           EVALUATE TRUE
             WHEN W-TRX-OBJET-PLAFOND AND W-TRX-ACTION-MODIF
               PERFORM 3800-MODIFIE-PLAFOND
             WHEN W-TRX-OBJET-SSI AND W-TRX-ACTION-AJOUT
               PERFORM 3500-AJOUTE-SSI
             WHEN W-TRX-OBJET-SSI AND W-TRX-ACTION-MODIF
               PERFORM 3600-MODIFIE-SSI
             WHEN W-TRX-OBJET-SSI AND W-TRX-ACTION-DESACT
               PERFORM 3700-DESACTIVE-SSI
             WHEN W-TRX-ACTION-AJOUT
               PERFORM 3100-AJOUTE
             WHEN W-TRX-ACTION-MODIF
             WHEN '00'
               MOVE 'AJOUTE' TO W-RESULTAT
               ADD 1 TO W-CPT-APPLIQUEES
      *--- Plafond saisi avec le correspondant : le correspondant est
      *    ajoute meme si le plafond ne peut etre ecrit, l'incident
      *    est porte au resultat pour une nouvelle saisie 'L'
               IF W-TRX-PLAFOND NOT = SPACES
                 PERFORM 3850-ECRIT-PLAFOND
                 IF W-CPTYPLF-STATUS NOT = '00'
                   STRING 'AJOUTE - PLAFOND NON ECRIT STATUT '
                          DELIMITED BY SIZE
                          W-CPTYPLF-STATUS DELIMITED BY SIZE
                          INTO W-RESULTAT
                 END-IF
               END-IF
             WHEN '22'
               MOVE 'REJET - CORRESPONDANT DEJA PRESENT'
                             TO W-RESULTAT
           END-IF
           .

      *-----------------------------------------------------------------
       3500-AJOUTE-SSI SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES            TO SSI-ENR
           MOVE W-TRX-CPTY        TO SSI-CPTY
           MOVE W-TRX-DEV         TO SSI-DEV
           MOVE W-TRX-BIC         TO SSI-BIC-BENEF
           MOVE W-TRX-IBAN        TO SSI-COMPTE
           MOVE W-TRX-BIC-INTERM  TO SSI-BIC-INTERM
           MOVE W-TRX-DATE-EFFET  TO SSI-DATE-EFFET
           SET SSI-ETAT-ACTIF     TO TRUE

           WRITE SSI-ENR
           EVALUATE W-CPTYSSI-STATUS
             WHEN '00'
               MOVE 'SSI AJOUTEE' TO W-RESULTAT
               ADD 1 TO W-CPT-APPLIQUEES
             WHEN '22'
               MOVE 'REJET - SSI DEJA PRESENTE' TO W-RESULTAT
               ADD 1 TO W-CPT-REJETEES
             WHEN OTHER
               STRING 'REJET - ERREUR ECRITURE SSI STATUT '
                      DELIMITED BY SIZE
                      W-CPTYSSI-STATUS DELIMITED BY SIZE
                      INTO W-RESULTAT
               ADD 1 TO W-CPT-REJETEES
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       3600-MODIFIE-SSI SECTION.
      *-----------------------------------------------------------------
      * Une modification remplace l'instruction en place et la
      * reactive le cas echeant : la nouvelle date d'effet dit a partir
      * de quand elle s'applique.
           MOVE W-TRX-CPTY TO SSI-CPTY
           MOVE W-TRX-DEV  TO SSI-DEV
           READ FCPTYSSI
           IF W-CPTYSSI-STATUS = '23'
             MOVE 'REJET - SSI INCONNUE' TO W-RESULTAT
             ADD 1 TO W-CPT-REJETEES
           ELSE
             IF W-CPTYSSI-STATUS NOT = '00'
               STRING 'REJET - ERREUR LECTURE SSI STATUT '
                      DELIMITED BY SIZE
                      W-CPTYSSI-STATUS DELIMITED BY SIZE
                      INTO W-RESULTAT
               ADD 1 TO W-CPT-REJETEES
             ELSE
               MOVE W-TRX-BIC        TO SSI-BIC-BENEF
               MOVE W-TRX-IBAN       TO SSI-COMPTE
               MOVE W-TRX-BIC-INTERM TO SSI-BIC-INTERM
               MOVE W-TRX-DATE-EFFET TO SSI-DATE-EFFET
               SET SSI-ETAT-ACTIF    TO TRUE

               REWRITE SSI-ENR
               IF W-CPTYSSI-STATUS = '00'
                 MOVE 'SSI MODIFIEE' TO W-RESULTAT
                 ADD 1 TO W-CPT-APPLIQUEES
               ELSE
                 STRING 'REJET - ERREUR REECRITURE SSI STATUT '
                        DELIMITED BY SIZE
                        W-CPTYSSI-STATUS DELIMITED BY SIZE
                        INTO W-RESULTAT
                 ADD 1 TO W-CPT-REJETEES
               END-IF
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       3700-DESACTIVE-SSI SECTION.
      *-----------------------------------------------------------------
           MOVE W-TRX-CPTY TO SSI-CPTY
           MOVE W-TRX-DEV  TO SSI-DEV
           READ FCPTYSSI
           IF W-CPTYSSI-STATUS = '23'
             MOVE 'REJET - SSI INCONNUE' TO W-RESULTAT
             ADD 1 TO W-CPT-REJETEES
           ELSE
             IF W-CPTYSSI-STATUS NOT = '00'
               STRING 'REJET - ERREUR LECTURE SSI STATUT '
                      DELIMITED BY SIZE
                      W-CPTYSSI-STATUS DELIMITED BY SIZE
                      INTO W-RESULTAT
               ADD 1 TO W-CPT-REJETEES
             ELSE
               IF SSI-ETAT-INACTIF
                 MOVE 'REJET - SSI DEJA INACTIVE' TO W-RESULTAT
                 ADD 1 TO W-CPT-REJETEES
               ELSE
                 SET SSI-ETAT-INACTIF TO TRUE

                 REWRITE SSI-ENR
                 IF W-CPTYSSI-STATUS = '00'
                   MOVE 'SSI DESACTIVEE' TO W-RESULTAT
                   ADD 1 TO W-CPT-APPLIQUEES
                 ELSE
                   STRING 'REJET - ERREUR REECRITURE SSI STATUT '
                          DELIMITED BY SIZE
                          W-CPTYSSI-STATUS DELIMITED BY SIZE
                          INTO W-RESULTAT
                   ADD 1 TO W-CPT-REJETEES
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       3800-MODIFIE-PLAFOND SECTION.
      *-----------------------------------------------------------------
      * Reporte dans CPTYPLAF le plafond journalier EUR approuve ; le
      * correspondant doit exister au maitre, qui n'est pas touche.
           MOVE W-TRX-CPTY TO CPM-CPTY
           READ FCPTYM
           IF W-CPTYM-STATUS = '23'
             MOVE 'REJET - CORRESPONDANT INCONNU' TO W-RESULTAT
             ADD 1 TO W-CPT-REJETEES
           ELSE
             IF W-CPTYM-STATUS NOT = '00'
               STRING 'REJET - ERREUR LECTURE STATUT '
                      DELIMITED BY SIZE
                      W-CPTYM-STATUS DELIMITED BY SIZE
                      INTO W-RESULTAT
               ADD 1 TO W-CPT-REJETEES
             ELSE
               PERFORM 3850-ECRIT-PLAFOND
               IF W-CPTYPLF-STATUS = '00'
                 MOVE 'PLAFOND MODIFIE' TO W-RESULTAT
                 ADD 1 TO W-CPT-APPLIQUEES
               ELSE
                 STRING 'REJET - ECRITURE PLAFOND STATUT '
                        DELIMITED BY SIZE
                        W-CPTYPLF-STATUS DELIMITED BY SIZE
                        INTO W-RESULTAT
                 ADD 1 TO W-CPT-REJETEES
               END-IF
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       3850-ECRIT-PLAFOND SECTION.
      *-----------------------------------------------------------------
      * Ecrit ou remplace le plafond W-TRX-PLAFOND du correspondant
      * W-TRX-CPTY dans CPTYPLAF ; W-CPTYPLF-STATUS porte le resultat.
           MOVE W-TRX-CPTY TO PLF-CPTY
           READ FCPTYPLF
           EVALUATE W-CPTYPLF-STATUS
             WHEN '00'
               MOVE W-TRX-PLAFOND-N             TO PLF-PLAFOND-EUR
               MOVE FUNCTION CURRENT-DATE(1:8) TO PLF-DATE-MAJ
               REWRITE PLF-ENR
             WHEN '23'
               MOVE SPACES                      TO PLF-ENR
               MOVE W-TRX-CPTY                  TO PLF-CPTY
               MOVE W-TRX-PLAFOND-N             TO PLF-PLAFOND-EUR
               MOVE FUNCTION CURRENT-DATE(1:8) TO PLF-DATE-MAJ
               WRITE PLF-ENR
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
       9100-IBAN-CONTROLE SECTION.
      *-----------------------------------------------------------------
      * Controle de l'IBAN de W-IBAN-NUM, comme dans JULIAN15 :
      * structure (longueur, caracteres, code pays, cle), longueur du
      * pays selon PAYSIBAN.ATT, controle MOD-97, puis decodage des
      * segments banque / agence / compte dans W-IBAN-DECODE. Un IBAN
      * invalide passe FL-EDIT a KO avec le motif dans W-RESULTAT.
      * Contrairement a JULIAN15, un pays absent d'une table chargee
      * est un rejet : PAYSIBAN.ATT est le registre IBAN complet.
           MOVE SPACES TO W-IBAN-DECODE
           MOVE 0      TO W-PAYS-TROUVE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(W-IBAN-NUM TRAILING))
                                 TO W-IBAN-LEN

           IF W-IBAN-LEN < 15 OR W-IBAN-LEN > 34
             MOVE SPACES TO W-RESULTAT
             STRING 'REJET - IBAN LONGUEUR INCORRECTE : '
                                        DELIMITED BY SIZE
                    W-IBAN-LEN          DELIMITED BY SIZE
                    INTO W-RESULTAT
             SET FL-EDIT-KO TO TRUE
           END-IF

      *--- Chiffres et lettres majuscules seulement : un blanc ou un
      *    caractere special fausserait le calcul MOD-97
           IF FL-EDIT-OK
             MOVE 0 TO W-IBAN-POS-INVAL
             PERFORM VARYING W-IBAN-IND FROM 1 BY 1
                     UNTIL W-IBAN-IND > W-IBAN-LEN
                        OR W-IBAN-POS-INVAL NOT = 0
               MOVE W-IBAN-NUM(W-IBAN-IND:1) TO W-IBAN-CHAR
               IF W-IBAN-CHAR IS NOT NUMERIC
                  AND (W-IBAN-CHAR IS NOT ALPHABETIC-UPPER
                       OR W-IBAN-CHAR = SPACE)
                 MOVE W-IBAN-IND TO W-IBAN-POS-INVAL
               END-IF
             END-PERFORM
             IF W-IBAN-POS-INVAL NOT = 0
               MOVE SPACES TO W-RESULTAT
               STRING 'REJET - IBAN CARACTERE INVALIDE EN '
                                        DELIMITED BY SIZE
                      W-IBAN-POS-INVAL  DELIMITED BY SIZE
                      INTO W-RESULTAT
               SET FL-EDIT-KO TO TRUE
             END-IF
           END-IF

           IF FL-EDIT-OK
             MOVE W-IBAN-NUM(1:2) TO W-IBAN-PAYS
             MOVE W-IBAN-NUM(3:2) TO W-IBAN-CLE
             IF W-IBAN-PAYS IS NOT ALPHABETIC
               MOVE SPACES TO W-RESULTAT
               STRING 'REJET - IBAN CODE PAYS INCORRECT : '
                                        DELIMITED BY SIZE
                      W-IBAN-PAYS       DELIMITED BY SIZE
                      INTO W-RESULTAT
               SET FL-EDIT-KO TO TRUE
             ELSE
               IF W-IBAN-CLE IS NOT NUMERIC
                 MOVE SPACES TO W-RESULTAT
                 STRING 'REJET - IBAN CLE INCORRECTE : '
                                        DELIMITED BY SIZE
                        W-IBAN-CLE      DELIMITED BY SIZE
                        INTO W-RESULTAT
                 SET FL-EDIT-KO TO TRUE
               END-IF
             END-IF
           END-IF

           IF FL-EDIT-OK
             PERFORM 9160-CHERCHE-PAYS
             EVALUATE TRUE
               WHEN W-PAYS-TROUVE = 0 AND W-PAYS-NBENR > 0
                 MOVE SPACES TO W-RESULTAT
                 STRING 'REJET - PAYS IBAN '  DELIMITED BY SIZE
                        W-IBAN-PAYS           DELIMITED BY SIZE
                        ' ABSENT DE PAYSIBAN' DELIMITED BY SIZE
                        INTO W-RESULTAT
                 SET FL-EDIT-KO TO TRUE
               WHEN W-PAYS-TROUVE NOT = 0
                    AND W-IBAN-LEN NOT = W-PAYS-LONG(W-PAYS-TROUVE)
                 MOVE SPACES TO W-RESULTAT
                 STRING 'REJET - IBAN '       DELIMITED BY SIZE
                        W-IBAN-PAYS           DELIMITED BY SIZE
                        ' LONG. '             DELIMITED BY SIZE
                        W-IBAN-LEN            DELIMITED BY SIZE
                        ' ATTENDUE '          DELIMITED BY SIZE
                        W-PAYS-LONG(W-PAYS-TROUVE)
                                              DELIMITED BY SIZE
                        INTO W-RESULTAT
                 SET FL-EDIT-KO TO TRUE
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF

           IF FL-EDIT-OK
             PERFORM 9150-IBAN-MOD97
             IF W-IBAN-REMAIN = 1
               PERFORM 9180-IBAN-DECODE
             ELSE
               MOVE 'REJET - IBAN CLE MOD 97 ERRONEE' TO W-RESULTAT
               SET FL-EDIT-KO TO TRUE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       9150-IBAN-MOD97 SECTION.
      *-----------------------------------------------------------------
      * Deplace les 4 premiers caracteres (pays + cle) en fin de chaine
      * puis calcule le reste modulo 97 de la chaine numerique obtenue
      * (lettres converties en 2 chiffres : A=10 ... Z=35), selon
      * l'algorithme standard ISO 13616 / ISO 7064 MOD 97-10.
           MOVE SPACES TO W-IBAN-REARR
           MOVE W-IBAN-NUM(5:W-IBAN-LEN - 4)
                       TO W-IBAN-REARR(1:W-IBAN-LEN - 4)
           MOVE W-IBAN-NUM(1:4)
                       TO W-IBAN-REARR(W-IBAN-LEN - 3:4)

           MOVE 0 TO W-IBAN-REMAIN
           PERFORM VARYING W-IBAN-IND FROM 1 BY 1
                   UNTIL W-IBAN-IND > W-IBAN-LEN
             MOVE W-IBAN-REARR(W-IBAN-IND:1) TO W-IBAN-CHAR
             IF W-IBAN-CHAR IS NUMERIC
               MOVE W-IBAN-CHAR TO W-IBAN-DIGIT
               COMPUTE W-IBAN-REMAIN =
                       FUNCTION MOD((W-IBAN-REMAIN * 10) + W-IBAN-DIGIT,
                                    97)
             ELSE
               COMPUTE W-IBAN-DIGVAL =
                       FUNCTION ORD(W-IBAN-CHAR) -
                       FUNCTION ORD('A') + 10
               DIVIDE W-IBAN-DIGVAL BY 10
                      GIVING W-IBAN-TENS REMAINDER W-IBAN-ONES
               COMPUTE W-IBAN-REMAIN =
                       FUNCTION MOD((W-IBAN-REMAIN * 10) + W-IBAN-TENS,
                                    97)
               COMPUTE W-IBAN-REMAIN =
                       FUNCTION MOD((W-IBAN-REMAIN * 10) + W-IBAN-ONES,
                                    97)
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       9160-CHERCHE-PAYS SECTION.
      *-----------------------------------------------------------------
      * Cherche le pays W-IBAN-PAYS dans la table des formats chargee
      * depuis PAYSIBAN.ATT (W-PAYS-TROUVE = 0 si absent).
           MOVE 0 TO W-PAYS-TROUVE
           PERFORM VARYING W-PAYS-IND FROM 1 BY 1
                   UNTIL W-PAYS-IND > W-PAYS-NBENR
             IF W-PAYS-CODE(W-PAYS-IND) = W-IBAN-PAYS
               MOVE W-PAYS-IND TO W-PAYS-TROUVE
             END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
       9180-IBAN-DECODE SECTION.
      *-----------------------------------------------------------------
      * Decoupe du BBAN (hors code pays / cle) selon le format du pays
      * quand il est connu de la table, sinon decoupe generique de
      * JULIAN15 : banque sur 4, agence sur 6, reste = compte.
           IF W-PAYS-TROUVE NOT = 0
             IF W-PAYS-BANK-LG(W-PAYS-TROUVE) > 0
               MOVE W-IBAN-NUM(5:W-PAYS-BANK-LG(W-PAYS-TROUVE))
                                     TO W-IBAN-BANQUE
             END-IF
             IF W-PAYS-BRANCH-LG(W-PAYS-TROUVE) > 0
               COMPUTE W-IBAN-ACCT-POS =
                       5 + W-PAYS-BANK-LG(W-PAYS-TROUVE)
               MOVE W-IBAN-NUM(W-IBAN-ACCT-POS:
                    W-PAYS-BRANCH-LG(W-PAYS-TROUVE))
                                     TO W-IBAN-AGENCE
             END-IF
             COMPUTE W-IBAN-ACCT-POS = 5
                     + W-PAYS-BANK-LG(W-PAYS-TROUVE)
                     + W-PAYS-BRANCH-LG(W-PAYS-TROUVE)
             IF W-IBAN-LEN >= W-IBAN-ACCT-POS
               COMPUTE W-IBAN-ACCT-LEN =
                       W-IBAN-LEN - W-IBAN-ACCT-POS + 1
               MOVE W-IBAN-NUM(W-IBAN-ACCT-POS:W-IBAN-ACCT-LEN)
                                     TO W-IBAN-COMPTE
             END-IF
           ELSE
             MOVE W-IBAN-NUM(5:4)  TO W-IBAN-BANQUE
             MOVE W-IBAN-NUM(9:6)  TO W-IBAN-AGENCE
             IF W-IBAN-LEN > 14
               COMPUTE W-IBAN-ACCT-LEN = W-IBAN-LEN - 14
               MOVE W-IBAN-NUM(15:W-IBAN-ACCT-LEN)
                                     TO W-IBAN-COMPTE
             END-IF
           END-IF
           .

      *-----------------------------------------------------------------
       9950-ECRIT-LOG SECTION.
      *-----------------------------------------------------------------
           MOVE W-LOG-CAPTEUR               TO LOG-CAPTEUR
           MOVE W-LOG-APPROBATEUR           TO LOG-APPROBATEUR
           MOVE W-RESULTAT                  TO LOG-RESULTAT
           IF W-TRX-OBJET-SSI
             MOVE W-TRX-OBJET               TO LOG-OBJET
             MOVE W-TRX-DEV                 TO LOG-DEV
           END-IF
           IF W-TRX-OBJET-PLAFOND
             MOVE W-TRX-OBJET               TO LOG-OBJET
             MOVE W-TRX-PLAFOND             TO LOG-PLAFOND
           END-IF
      *--- Plafond saisi avec l'ajout du correspondant
           IF W-TRX-OBJET-MAITRE AND W-TRX-ACTION-AJOUT
             MOVE W-TRX-PLAFOND             TO LOG-PLAFOND
           END-IF

           WRITE LOG-REC
           IF W-MNTLOG-STATUS NOT = '00'
