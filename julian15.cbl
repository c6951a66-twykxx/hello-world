      *                  est absent du fichier ; un nouveau pays       *
      *                  devient une livraison de donnees, plus une    *
      *                  livraison de code                             *
      *  15/10/2026 JGO  Etape de la chaine de nuit pilotee par        *
      *                  DACSRUN1 (lancement refuse si DACSCTL1 n'est  *
      *                  pas termine pour la date) ; fichier des       *
      *                  devises rejete = code retour 8                *
      *                                                                *
      ******************************************************************

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSCLS1'.
       77 C-PAYS-MAX-ENR               PIC 9(3) COMP VALUE 120.
       77 C-DACSRUN1                   PIC X(8) VALUE 'DACSRUN1'.
       77 C-ETAPE                      PIC X(8) VALUE 'JULIAN15'.

      *--- Table des formats IBAN par pays, chargee au lancement
      *    depuis le fichier de reference PAYSIBAN.ATT : longueur
       01 W-CTL-MOTIF                  PIC X(50) VALUE SPACES.
       01 W-FIN-NB-ANN                 PIC 9(6)  VALUE 0.

      *--- Pilotage de la chaine de nuit : lancement accepte, et code
      *    retour du run garde le temps de l'appel de fin d'etape ----
       01 FL-ETAPE                     PIC X(2).
          88 FL-ETAPE-OK                   VALUE '1'.
          88 FL-ETAPE-KO                   VALUE '0'.

       01 W-RC-ETAPE                   PIC 9(4).

      *--- LIGNES DE RESTITUTION DES CONTROLES FICHIER ---------------
       01 CUR-CTL-ENT-LINE.
          05 FILLER                   PIC X(14) VALUE 'ENTETE : DATE '.
      *--- Avertissement de coherence devise / pays de l'IBAN
            10 XPM-IBAN-AVERT       PIC X(10).

      *----- Parametres du pilotage de la chaine de nuit (DACSRUN1)
           COPY CRUNCTLV.

      *--- ZONE DE TRAVAIL CONTROLE IBAN (MOD-97, cf. ISO 7064) -------
       01 W-IBAN-WORK.
          05 W-IBAN-LEN           PIC 9(2).
           SET FL-DISPLAY-OK TO TRUE
      *    SET FL-DISPLAY-KO TO TRUE

           PERFORM 9700-DEBUT-ETAPE
           IF FL-ETAPE-OK
             PERFORM 1000-INITIALISATION
             PERFORM 9999-FIN-PROG
             PERFORM 9750-FIN-ETAPE
           END-IF
           EXIT PROGRAM
           GOBACK
           .
           PERFORM 1100-TRAITEMENT UNTIL W-EOF-CUR-YES
           PERFORM 1200-CTRL-FICHIER
           PERFORM 1900-FERME-FICHIERS

      *--- Fichier des devises rejete : la chaine ne doit pas enchainer
           IF FL-FIC-KO
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------

           .

      *-----------------------------------------------------------------
       9700-DEBUT-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Demande au pilotage de la chaine le lancement de l'etape pour
      * la date du jour : refus si DACSCTL1 n'est pas termine ou saute
      * pour la date, ou si l'etape est deja passee sans relance
      * marquee par la production (DACSPIL1).
           INITIALIZE CRUNCTLV
           SET CRUNCTLV-FCT-DEBUT          TO TRUE
           MOVE C-ETAPE                    TO CRUNCTLV-ETAPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRUNCTLV-DATE
           MOVE SPACE                      TO CRUNCTLV-CYCLE

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF CRUNCTLV-CODRET-OK
             SET FL-ETAPE-OK TO TRUE
           ELSE
             SET FL-ETAPE-KO TO TRUE
             DISPLAY 'JULIAN15 : LANCEMENT REFUSE PAR LE PILOTAGE DE '
                     'LA CHAINE - ' CRUNCTLV-LIBELLE
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
       9750-FIN-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Declare la fin de l'etape au pilotage avec son code retour et
      * ses totaux : lignes devises lues, resolues. L'appel ne doit
      * pas changer le code retour rendu a l'ordonnanceur.
           MOVE RETURN-CODE TO W-RC-ETAPE

           SET CRUNCTLV-FCT-FIN TO TRUE
           MOVE W-RC-ETAPE      TO CRUNCTLV-RC
           MOVE W-CPT-LUES      TO CRUNCTLV-NB-LUS
           MOVE W-CPT-OK        TO CRUNCTLV-NB-EMIS
           MOVE 0               TO CRUNCTLV-HASH

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF NOT CRUNCTLV-CODRET-OK
             DISPLAY 'ATTENTION 9750-FIN-ETAPE : FIN D ETAPE NON '
                     'ENREGISTREE - ' CRUNCTLV-LIBELLE
           END-IF

           MOVE W-RC-ETAPE TO RETURN-CODE
           .

       END PROGRAM JULIAN15.
