      *                   =========================                    *
      *  Date       User Libelle                                       *
      *  jj/mm/ssaa xxx  xxxxxxxxxxxxxxxxxxxxxxxx                      *
      *  15/10/2026 JGO  Derniere etape de la chaine de nuit, pilotee  *
      *                  par DACSRUN1 : lancement refuse tant que tous *
      *                  les cycles du jour de DACSACK1 ne sont pas    *
      *                  termines ou sautes                            *
      *                                                                *
      ******************************************************************

      *--- CONSTANTES --------------------------------------------------
       77 C-PROG-NAME                  PIC X(8) VALUE 'DACSAUD1'.
       77 C-D08-MAX-ENR                PIC 9(4) COMP VALUE 500.
       77 C-DACSRUN1                   PIC X(8) VALUE 'DACSRUN1'.

      *--- FLAGS -------------------------------------------------------
       01 FL-DISPLAY                   PIC X(2).
          88 FL-AUDIT-OK                   VALUE '1'.
          88 FL-AUDIT-KO                   VALUE '0'.

      *--- FL-ETAPE : lancement accepte par le pilotage de la chaine ;
      *    W-RC-ETAPE garde le code retour le temps de l'appel de fin
      *    d'etape
       01 FL-ETAPE                     PIC X(1).
          88 FL-ETAPE-OK                   VALUE '1'.
          88 FL-ETAPE-KO                   VALUE '0'.
       01 W-RC-ETAPE                   PIC 9(4).

      *--- FL-GEN : la generation datee a pu etre ouverte ; sinon la
      *    trace du jour est conservee telle quelle (pas de bascule
      *    sans copie complete)
             ' ENREGISTREMENT(S) VERS '.
          05 COL-BAS-NOM              PIC X(21).

      *--- COPYS -------------------------------------------------------
      *----- Parametres du pilotage de la chaine de nuit (DACSRUN1)
           COPY CRUNCTLV.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           DISPLAY 'LCO - >>>>>>>> ENTREE dans dacsaud1.cbl <<<<<<<<<<'

           PERFORM 9700-DEBUT-ETAPE
           IF FL-ETAPE-OK
             PERFORM 1000-INITIALISATION
             PERFORM 9750-FIN-ETAPE
           END-IF

           DISPLAY 'LCO - >>>>>>>> SORTIE de dacsaud1.cbl <<<<<<<<<<'

           END-IF
           .

      *-----------------------------------------------------------------
       9700-DEBUT-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Demande au pilotage de la chaine le lancement de l'etape pour
      * la date du jour : refus tant qu'une etape precedente n'est pas
      * terminee ou sautee (pour les etapes par cycle, tous les cycles
      * passes dans la journee), ou si la synthese est deja faite sans
      * relance marquee par la production (DACSPIL1).
           INITIALIZE CRUNCTLV
           SET CRUNCTLV-FCT-DEBUT          TO TRUE
           MOVE C-PROG-NAME                TO CRUNCTLV-ETAPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRUNCTLV-DATE
           MOVE SPACE                      TO CRUNCTLV-CYCLE

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF CRUNCTLV-CODRET-OK
             SET FL-ETAPE-OK TO TRUE
           ELSE
             SET FL-ETAPE-KO TO TRUE
             DISPLAY 'DACSAUD1 : LANCEMENT REFUSE PAR LE PILOTAGE DE '
                     'LA CHAINE - ' CRUNCTLV-LIBELLE
             MOVE 8 TO RETURN-CODE
           END-IF
           .

      *-----------------------------------------------------------------
       9750-FIN-ETAPE SECTION.
      *-----------------------------------------------------------------
      * Declare la fin de l'etape au pilotage avec son code retour et
      * ses totaux : appels de la trace d'audit lus, devises non
      * trouvees. L'appel ne doit pas changer le code retour rendu a
      * l'ordonnanceur.
           MOVE RETURN-CODE TO W-RC-ETAPE

           SET CRUNCTLV-FCT-FIN TO TRUE
           MOVE W-RC-ETAPE      TO CRUNCTLV-RC
           MOVE W-CPT-TOTAL     TO CRUNCTLV-NB-LUS
           MOVE W-CPT-08        TO CRUNCTLV-NB-EMIS
           MOVE 0               TO CRUNCTLV-HASH

           CALL C-DACSRUN1 USING BY REFERENCE CRUNCTLV

           IF NOT CRUNCTLV-CODRET-OK
             DISPLAY 'ATTENTION 9750-FIN-ETAPE : FIN D ETAPE NON '
                     'ENREGISTREE - ' CRUNCTLV-LIBELLE
           END-IF

           MOVE W-RC-ETAPE TO RETURN-CODE
           .

       END PROGRAM DACSAUD1.
