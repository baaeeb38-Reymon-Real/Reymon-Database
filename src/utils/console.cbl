      *** Author:  Reymon Dev         ***
      *** File:    console.cbl       ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** (REYDB_COUNT), L lock status (REYDB_LOCK_STATUS), E gate   ***
      *** detail (REYDB_ENQ_STATUS), H fleet health sweep            ***
      *** (REYDB_HEALTH, full report on health.rpt), D tonight's     ***
      *** run-deck step status off rundeck.sta, Q the work queue     ***
      *** screen (REYDB_WORKQ_SCREEN), F force-clear an abended      ***
      *** holder's gate (REYDB_ENQ_RELEASE), R run the saved query   ***
      *** or report definition keyed on the screen (REYDB_QDEF_RUN,  ***
      *** against the keyed database or, left blank, the             ***
      *** definition's own), X leave the screen.                     ***
      ***                                                             ***
      *** F is a governed utility - it is offered, and taken, only   ***
      *** when REYDB_UTILAUTH says the signed-on operator may run    ***
      *** REYDB_ENQ_RELEASE against the database on the screen.      ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-rundeck.cpy".
       COPY "data/working/reydb-utilauth.cpy".
       COPY "data/working/reydb-qdef.cpy".

       77 WS-CONSOLE-DATABASE-NAME PIC X(64) VALUE SPACE.
       77 WS-CONSOLE-ACTION        PIC X(01) VALUE SPACE.
       77 WS-CONSOLE-MESSAGE       PIC X(40) VALUE SPACE.
       77 WS-CONSOLE-DONE          PIC X(01) VALUE 'N'.

      *** The second menu line and the keys-to-use hint, built each
      *** cycle from what the signed-on operator may run.
       77 WS-CONSOLE-MENU-2 PIC X(40) VALUE SPACE.
       77 WS-CONSOLE-KEYS   PIC X(40) VALUE SPACE.
       77 WS-CON-MAY-FREE   PIC X(01) VALUE 'N'.

      *** The four detail lines the answers paint onto.
       77 WS-CONSOLE-LINE-1 PIC X(70) VALUE SPACE.
       77 WS-CONSOLE-LINE-2 PIC X(70) VALUE SPACE.
          05 LINE 3  COL 1  VALUE "DATABASE:".
          05 LINE 3  COL 11 PIC X(64)
             USING WS-CONSOLE-DATABASE-NAME.
          05 LINE 4  COL 1  VALUE "DEFINITION:".
          05 LINE 4  COL 13 PIC X(16)
             USING WS-QDEF-RUN-NAME.
          05 LINE 5  COL 1
             VALUE "ACTION (S)TATS (C)OUNT (L)OCK (E)NQ (H)EALTH (R)UN".
          05 LINE 6  COL 1  PIC X(40) FROM WS-CONSOLE-MENU-2.
          05 LINE 6  COL 41 PIC X(01) USING WS-CONSOLE-ACTION.
          05 LINE 8  COL 1  PIC X(70) FROM WS-CONSOLE-LINE-1.
          05 LINE 9  COL 1  PIC X(70) FROM WS-CONSOLE-LINE-2.
          05 LINE 10 COL 1  PIC X(70) FROM WS-CONSOLE-LINE-3.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N' TO WS-CONSOLE-DONE.

           PERFORM 1000-SCREEN-CYCLE THRU 1000-SCREEN-CYCLE-EXIT
      ******************************************************************
       1000-SCREEN-CYCLE.

           PERFORM 1100-BUILD-MENU THRU 1100-BUILD-MENU-EXIT.

           DISPLAY CONSOLE-SCREEN.
           ACCEPT  CONSOLE-SCREEN.

               WHEN 'D' WHEN 'd'
                   PERFORM 2500-SHOW-DECK
                      THRU 2500-SHOW-DECK-EXIT
               WHEN 'Q' WHEN 'q'
                   CALL "REYDB_WORKQ_SCREEN"
                   END-CALL
                   MOVE "BACK FROM THE WORK QUEUE"
                     TO WS-CONSOLE-MESSAGE
               WHEN 'F' WHEN 'f'
                   PERFORM 2600-FREE-GATE
                      THRU 2600-FREE-GATE-EXIT
               WHEN 'R' WHEN 'r'
                   PERFORM 2700-RUN-DEFINITION
                      THRU 2700-RUN-DEFINITION-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-CONSOLE-DONE
               WHEN OTHER
                   MOVE WS-CONSOLE-KEYS TO WS-CONSOLE-MESSAGE
           END-EVALUATE.

       1000-SCREEN-CYCLE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The menu this operator gets - the governed options appear  ***
      *** only when the utility authority file lets them run them    ***
      *** against the database last keyed.                           ***
      ******************************************************************
       1100-BUILD-MENU.

           MOVE 'N' TO WS-CON-MAY-FREE.

           CALL "REYDB_UTILAUTH" USING WS-UTIL-RELEASE
                                       WS-CONSOLE-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-UTILAUTH
           END-CALL.

           IF WS-REYDB-RESULT-UTILAUTH EQUAL WS-REYDB-SUCCESS
              MOVE 'Y' TO WS-CON-MAY-FREE
           END-IF.

           IF WS-CON-MAY-FREE EQUAL 'Y'
              MOVE "       (D)ECK (Q)UEUE (F)REE E(X)IT :"
                TO WS-CONSOLE-MENU-2
              MOVE "KEY ONE OF S C L E H R D Q F X"
                TO WS-CONSOLE-KEYS
           ELSE
              MOVE "       (D)ECK (Q)UEUE E(X)IT :"
                TO WS-CONSOLE-MENU-2
              MOVE "KEY ONE OF S C L E H R D Q X"
                TO WS-CONSOLE-KEYS
           END-IF.

       1100-BUILD-MENU-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Whole-file statistics for the keyed database.              ***
      ******************************************************************
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Force-clears the gate an abended holder left behind. Not   ***
      *** on the menu, not taken - the operator may have keyed a     ***
      *** different database since the menu was built, so the        ***
      *** authority is asked again here; REYDB_ENQ_RELEASE asks it a ***
      *** third time itself and journals a refusal.                  ***
      ******************************************************************
       2600-FREE-GATE.

           PERFORM 1100-BUILD-MENU THRU 1100-BUILD-MENU-EXIT.

           IF WS-CON-MAY-FREE NOT EQUAL 'Y'
              MOVE WS-CONSOLE-KEYS TO WS-CONSOLE-MESSAGE
              GO TO 2600-FREE-GATE-EXIT
           END-IF.

           CALL "REYDB_ENQ_RELEASE" USING WS-CONSOLE-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-ACTION
           END-CALL.

           EVALUATE WS-REYDB-RESULT-ACTION
               WHEN WS-REYDB-SUCCESS
                   MOVE "GATE CLEARED" TO WS-CONSOLE-LINE-1
               WHEN WS-REYDB-LOCKED
                   MOVE "HOLDER STILL LIVE - GATE LEFT ALONE"
                     TO WS-CONSOLE-LINE-1
               WHEN OTHER
                   MOVE "GATE NOT CLEARED" TO WS-CONSOLE-LINE-1
           END-EVALUATE.

           PERFORM 4000-SHOW-RESULT THRU 4000-SHOW-RESULT-EXIT.

       2600-FREE-GATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Runs the saved definition keyed on the screen and files    ***
      *** its listing into the spool, the way a deck step would.     ***
      ******************************************************************
       2700-RUN-DEFINITION.

           IF WS-QDEF-RUN-NAME EQUAL SPACE
              MOVE "KEY A DEFINITION NAME TO RUN"
                TO WS-CONSOLE-MESSAGE
              GO TO 2700-RUN-DEFINITION-EXIT
           END-IF.

           MOVE ZERO TO WS-QDEF-RUN-COUNT.

           CALL "REYDB_QDEF_RUN" USING WS-QDEF-RUN-NAME
                                       WS-CONSOLE-DATABASE-NAME
                                       WS-QDEF-RUN-COUNT
               RETURNING WS-REYDB-RESULT-ACTION
           END-CALL.

           STRING "DEFINITION......: " DELIMITED BY SIZE
                  WS-QDEF-RUN-NAME     DELIMITED BY SPACE
             INTO WS-CONSOLE-LINE-1.

           MOVE WS-QDEF-RUN-COUNT TO WS-CON-COUNT-ED.
           STRING "ROWS READ.......: " DELIMITED BY SIZE
                  WS-CON-COUNT-ED      DELIMITED BY SIZE
             INTO WS-CONSOLE-LINE-2.

           IF WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-SUCCESS
              MOVE "LISTING FILED IN THE SPOOL UNDER ITS NAME"
                TO WS-CONSOLE-LINE-3
           END-IF.

           PERFORM 4000-SHOW-RESULT THRU 4000-SHOW-RESULT-EXIT.

       2700-RUN-DEFINITION-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Renders the utility result onto the message line through   ***
      *** REYDB_XLATE_RESULT, so the operator reads words instead    ***
       4000-SHOW-RESULT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-RUNSTATE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
