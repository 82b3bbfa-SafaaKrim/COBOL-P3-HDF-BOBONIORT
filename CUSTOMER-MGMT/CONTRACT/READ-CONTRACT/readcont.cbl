           88 MENU-RETURN-REQUESTED    VALUE 'Y' 'y'.
       01  SC-MODIFY-CONTRACT      PIC X(01).
           88 MODIFY-CONTRACT-REQUESTED VALUE 'Y' 'y'.
       01  SC-DEPENDANTS           PIC X(01).
           88 DEPENDANTS-REQUESTED     VALUE 'Y' 'y'.
       01  SC-AS-OF-DATE           PIC X(10).

       01  WS-SCREEN-SWITCH        PIC X(01) VALUE 'N'.
           EXIT.

      ******************************************************************
      *    [RD] Affiche l'écran et route vers RETOUR MENU, MODIFY ou   *
      *    DEPENDANTS.                                                 *
      ******************************************************************
       4000-PROCESS-SCREEN-START.
           MOVE SPACES TO SC-MENU-RETURN.
           MOVE SPACES TO SC-MODIFY-CONTRACT.
           MOVE SPACES TO SC-DEPENDANTS.

           ACCEPT SCREEN-READ-CONTRACT.

               WHEN MODIFY-CONTRACT-REQUESTED
                   PERFORM 5000-CALL-MODIFY-START
                      THRU END-5000-CALL-MODIFY
               WHEN DEPENDANTS-REQUESTED
                   PERFORM 6000-CALL-DEPENDANTS-START
                      THRU END-6000-CALL-DEPENDANTS
               WHEN MENU-RETURN-REQUESTED
                   SET WS-EXIT-SCREEN TO TRUE
               WHEN OTHER
              THRU END-3000-FETCH.
       END-5000-CALL-MODIFY.
           EXIT.

      ******************************************************************
      *    [RD] Lance la transaction BENEFICIARY-MAINT pour gérer les  *
      *    ayants droit du contrat, puis rafraîchit l'écran.           *
      ******************************************************************
       6000-CALL-DEPENDANTS-START.
           CALL 'benmnt' USING LK-CUSTOMER LK-SESSION
           END-CALL.

           PERFORM 3000-START-FETCH
              THRU END-3000-FETCH.
       END-6000-CALL-DEPENDANTS.
           EXIT.
