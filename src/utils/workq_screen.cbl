      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    workq_screen.cbl  ***
      *** Date:    October 15 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ***************************************
      *** Division for set configurations ***
      ***       of the program            ***
      ***************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB_WORKQ_SCREEN.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Work queue screen - reached from REYDB_CONSOLE, in the     ***
      *** style of REYDB_MAINTAIN. Lists the outstanding items ten   ***
      *** to a page from a keyed item number (every item, or only    ***
      *** the signed-on user's), and takes, works and closes the     ***
      *** item keyed on the ITEM line through the REYDB_WORKQ entry  ***
      *** points, so the screen honors exactly the rules a program   ***
      *** calling them does.                                         ***
      ***                                                            ***
      *** Actions: L list from the FROM item, N next page, V view    ***
      *** the keyed item's detail, T take it, W mark it in work with ***
      *** the note, C close it with the note, X leave the screen.    ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-workq.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-workq.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-workq.cpy".

       77 WS-WQS-FROM-ITEM PIC 9(09) VALUE ZERO.
       77 WS-WQS-MINE      PIC X(01) VALUE 'N'.
       77 WS-WQS-ITEM      PIC 9(09) VALUE ZERO.
       77 WS-WQS-NOTE      PIC X(40) VALUE SPACE.
       77 WS-WQS-ACTION    PIC X(01) VALUE SPACE.
       77 WS-WQS-MESSAGE   PIC X(40) VALUE SPACE.
       77 WS-WQS-DONE      PIC X(01) VALUE 'N'.

      *** The page of outstanding items the list paints, and the
      *** keyed item's detail under it.
       01 WS-WQS-PAGE.
          02 WS-WQS-LINE-01 PIC X(79) VALUE SPACE.
          02 WS-WQS-LINE-02 PIC X(79) VALUE SPACE.
          02 WS-WQS-LINE-03 PIC X(79) VALUE SPACE.
          02 WS-WQS-LINE-04 PIC X(79) VALUE SPACE.
          02 WS-WQS-LINE-05 PIC X(79) VALUE SPACE.
          02 WS-WQS-LINE-06 PIC X(79) VALUE SPACE.
          02 WS-WQS-LINE-07 PIC X(79) VALUE SPACE.
          02 WS-WQS-LINE-08 PIC X(79) VALUE SPACE.
          02 WS-WQS-LINE-09 PIC X(79) VALUE SPACE.
          02 WS-WQS-LINE-10 PIC X(79) VALUE SPACE.
       01 WS-WQS-PAGE-VIEW REDEFINES WS-WQS-PAGE.
          02 WS-WQS-LINE PIC X(79) OCCURS 10 TIMES.

       77 WS-WQS-DETAIL-LINE PIC X(79) VALUE SPACE.
       77 WS-WQS-NOTE-LINE   PIC X(79) VALUE SPACE.

      *** One list line as it is built.
       01 WS-WQS-ROW.
          02 WS-WQS-ROW-ITEM     PIC Z(08)9.
          02 FILLER              PIC X(01) VALUE SPACE.
          02 WS-WQS-ROW-REASON   PIC X(08).
          02 FILLER              PIC X(01) VALUE SPACE.
          02 WS-WQS-ROW-STATUS   PIC X(01).
          02 FILLER              PIC X(01) VALUE SPACE.
          02 WS-WQS-ROW-ASSIGNEE PIC X(08).
          02 FILLER              PIC X(01) VALUE SPACE.
          02 WS-WQS-ROW-DUE      PIC 9(08).
          02 FILLER              PIC X(01) VALUE SPACE.
          02 WS-WQS-ROW-KEY      PIC X(18).
          02 FILLER              PIC X(01) VALUE SPACE.
          02 WS-WQS-ROW-DATABASE PIC X(21).

       77 WS-WQS-USED    PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-WQS-LAST    PIC 9(09) VALUE ZERO.
       77 WS-WQS-EOF     PIC X(01) VALUE 'N'.
       77 WS-WQS-USER    PIC X(08) VALUE SPACE.

      *** Result of the REYDB_WORKQ call behind the current action,
      *** and the operator text REYDB_XLATE_RESULT renders it into.
       77 WS-REYDB-RESULT-ACTION PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-XLATE  PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-WHO    PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       SCREEN SECTION.

       01 WORKQ-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1  COL 1  VALUE "REYDB WORK QUEUE".
          05 LINE 3  COL 1  VALUE "FROM....:".
          05 LINE 3  COL 11 PIC 9(09) USING WS-WQS-FROM-ITEM.
          05 LINE 3  COL 23 VALUE "MINE ONLY (Y/N):".
          05 LINE 3  COL 40 PIC X(01) USING WS-WQS-MINE.
          05 LINE 4  COL 1
             VALUE "     ITEM REASON   S ASSIGNEE DUE      KEY".
          05 LINE 4  COL 59 VALUE "DATABASE".
          05 LINE 5  COL 1  PIC X(79) FROM WS-WQS-LINE-01.
          05 LINE 6  COL 1  PIC X(79) FROM WS-WQS-LINE-02.
          05 LINE 7  COL 1  PIC X(79) FROM WS-WQS-LINE-03.
          05 LINE 8  COL 1  PIC X(79) FROM WS-WQS-LINE-04.
          05 LINE 9  COL 1  PIC X(79) FROM WS-WQS-LINE-05.
          05 LINE 10 COL 1  PIC X(79) FROM WS-WQS-LINE-06.
          05 LINE 11 COL 1  PIC X(79) FROM WS-WQS-LINE-07.
          05 LINE 12 COL 1  PIC X(79) FROM WS-WQS-LINE-08.
          05 LINE 13 COL 1  PIC X(79) FROM WS-WQS-LINE-09.
          05 LINE 14 COL 1  PIC X(79) FROM WS-WQS-LINE-10.
          05 LINE 16 COL 1  VALUE "ITEM....:".
          05 LINE 16 COL 11 PIC 9(09) USING WS-WQS-ITEM.
          05 LINE 17 COL 1  VALUE "NOTE....:".
          05 LINE 17 COL 11 PIC X(40) USING WS-WQS-NOTE.
          05 LINE 19 COL 1
             VALUE "ACTION (L)IST (N)EXT (V)IEW (T)AKE (W)ORK".
          05 LINE 20 COL 1  VALUE "       (C)LOSE E(X)IT :".
          05 LINE 20 COL 25 PIC X(01) USING WS-WQS-ACTION.
          05 LINE 22 COL 1  PIC X(40) FROM WS-WQS-MESSAGE.
          05 LINE 23 COL 1  PIC X(79) FROM WS-WQS-DETAIL-LINE.
          05 LINE 24 COL 1  PIC X(79) FROM WS-WQS-NOTE-LINE.
      ******************************************************************

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N' TO WS-WQS-DONE.

           MOVE SPACE TO WS-WQS-USER.

           CALL "REYDB_WHOAMI" USING WS-WQS-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           MOVE 1 TO WS-WQS-FROM-ITEM.

           PERFORM 2000-LIST-PAGE THRU 2000-LIST-PAGE-EXIT.

           PERFORM 1000-SCREEN-CYCLE THRU 1000-SCREEN-CYCLE-EXIT
               UNTIL WS-WQS-DONE EQUAL 'Y'.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** One show-and-take cycle - paint, take the action, do it,   ***
      *** and repaint the page so a taken or closed item shows at    ***
      *** once.                                                      ***
      ******************************************************************
       1000-SCREEN-CYCLE.

           DISPLAY WORKQ-SCREEN.
           ACCEPT  WORKQ-SCREEN.

           MOVE SPACE TO WS-WQS-MESSAGE
                         WS-WQS-DETAIL-LINE WS-WQS-NOTE-LINE.

           EVALUATE WS-WQS-ACTION
               WHEN 'L' WHEN 'l'
                   PERFORM 2000-LIST-PAGE
                      THRU 2000-LIST-PAGE-EXIT
               WHEN 'N' WHEN 'n'
                   COMPUTE WS-WQS-FROM-ITEM = WS-WQS-LAST + 1
                   PERFORM 2000-LIST-PAGE
                      THRU 2000-LIST-PAGE-EXIT
               WHEN 'V' WHEN 'v'
                   PERFORM 3000-VIEW-ITEM
                      THRU 3000-VIEW-ITEM-EXIT
               WHEN 'T' WHEN 't'
                   CALL "REYDB_WORKQ_TAKE" USING WS-WQS-ITEM
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL
                   PERFORM 4000-AFTER-ACTION
                      THRU 4000-AFTER-ACTION-EXIT
               WHEN 'W' WHEN 'w'
                   CALL "REYDB_WORKQ_WORK" USING WS-WQS-ITEM
                                                 WS-WQS-NOTE
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL
                   PERFORM 4000-AFTER-ACTION
                      THRU 4000-AFTER-ACTION-EXIT
               WHEN 'C' WHEN 'c'
                   CALL "REYDB_WORKQ_CLOSE" USING WS-WQS-ITEM
                                                  WS-WQS-NOTE
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL
                   PERFORM 4000-AFTER-ACTION
                      THRU 4000-AFTER-ACTION-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-WQS-DONE
               WHEN OTHER
                   MOVE "KEY ONE OF L N V T W C X"
                     TO WS-WQS-MESSAGE
           END-EVALUATE.

       1000-SCREEN-CYCLE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One page of outstanding items from the FROM item on -      ***
      *** closed items are passed over, and so is everyone else's    ***
      *** when MINE ONLY is keyed Y.                                 ***
      ******************************************************************
       2000-LIST-PAGE.

           MOVE SPACE TO WS-WQS-PAGE.
           MOVE ZERO  TO WS-WQS-USED.
           MOVE WS-WQS-FROM-ITEM TO WS-WQS-LAST.
           MOVE 'N'   TO WS-WQS-EOF.

           OPEN INPUT FC-WORKQ.

           IF WS-WORKQ-FILE-STATUS NOT EQUAL "00"
              MOVE "NO WORK QUEUE YET" TO WS-WQS-MESSAGE
              GO TO 2000-LIST-PAGE-EXIT
           END-IF.

           MOVE WS-WQS-FROM-ITEM TO FS-WORKQ-ITEM.

           START FC-WORKQ KEY IS NOT LESS THAN FS-WORKQ-ITEM
           INVALID KEY
               MOVE 'S' TO WS-WQS-EOF
           END-START.

           PERFORM 2100-LIST-ONE THRU 2100-LIST-ONE-EXIT
             UNTIL WS-WQS-EOF EQUAL 'S'
                OR WS-WQS-USED EQUAL 10.

           CLOSE FC-WORKQ.

           IF WS-WQS-USED EQUAL ZERO
              MOVE "NO OUTSTANDING ITEMS FROM HERE"
                TO WS-WQS-MESSAGE
           END-IF.

       2000-LIST-PAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One item read forward - listed when it belongs on the      ***
      *** page.                                                      ***
      ******************************************************************
       2100-LIST-ONE.

           READ FC-WORKQ NEXT RECORD

           AT END
               MOVE 'S' TO WS-WQS-EOF
               GO TO 2100-LIST-ONE-EXIT

           END-READ.

           MOVE FS-WORKQ-ITEM TO WS-WQS-LAST.

           IF NOT FS-WORKQ-IS-OUTSTANDING
              GO TO 2100-LIST-ONE-EXIT
           END-IF.

           IF (WS-WQS-MINE EQUAL 'Y' OR WS-WQS-MINE EQUAL 'y')
              AND FS-WORKQ-ASSIGNEE NOT EQUAL WS-WQS-USER
              GO TO 2100-LIST-ONE-EXIT
           END-IF.

           MOVE FS-WORKQ-ITEM        TO WS-WQS-ROW-ITEM.
           MOVE FS-WORKQ-REASON      TO WS-WQS-ROW-REASON.
           MOVE FS-WORKQ-STATUS      TO WS-WQS-ROW-STATUS.
           MOVE FS-WORKQ-ASSIGNEE    TO WS-WQS-ROW-ASSIGNEE.
           MOVE FS-WORKQ-DUE-DATE    TO WS-WQS-ROW-DUE.
           MOVE FS-WORKQ-RECORD-KEY  TO WS-WQS-ROW-KEY.
           MOVE FS-WORKQ-DATABASE    TO WS-WQS-ROW-DATABASE.

           ADD 1 TO WS-WQS-USED.
           MOVE WS-WQS-ROW TO WS-WQS-LINE (WS-WQS-USED).

       2100-LIST-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The keyed item's detail and note on the lines under the    ***
      *** message.                                                   ***
      ******************************************************************
       3000-VIEW-ITEM.

           OPEN INPUT FC-WORKQ.

           IF WS-WORKQ-FILE-STATUS NOT EQUAL "00"
              MOVE "NO WORK QUEUE YET" TO WS-WQS-MESSAGE
              GO TO 3000-VIEW-ITEM-EXIT
           END-IF.

           MOVE WS-WQS-ITEM TO FS-WORKQ-ITEM.

           READ FC-WORKQ KEY IS FS-WORKQ-ITEM

           INVALID KEY
               MOVE "NO SUCH ITEM" TO WS-WQS-MESSAGE

           NOT INVALID KEY
               STRING "RAISED "            DELIMITED BY SIZE
                      FS-WORKQ-RAISED-DATE DELIMITED BY SIZE
                      " BY "               DELIMITED BY SIZE
                      FS-WORKQ-RAISED-BY   DELIMITED BY SIZE
                      "  STATUS "          DELIMITED BY SIZE
                      FS-WORKQ-STATUS      DELIMITED BY SIZE
                 INTO WS-WQS-MESSAGE
               MOVE FS-WORKQ-DETAIL TO WS-WQS-DETAIL-LINE
               MOVE FS-WORKQ-NOTE   TO WS-WQS-NOTE-LINE

           END-READ.

           CLOSE FC-WORKQ.

       3000-VIEW-ITEM-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Repaints the page from where it started, then renders the  ***
      *** REYDB_WORKQ result onto the message line through           ***
      *** REYDB_XLATE_RESULT.                                        ***
      ******************************************************************
       4000-AFTER-ACTION.

           PERFORM 2000-LIST-PAGE THRU 2000-LIST-PAGE-EXIT.

           CALL "REYDB_XLATE_RESULT" USING WS-REYDB-RESULT-ACTION
                                           WS-WQS-MESSAGE
               RETURNING WS-REYDB-RESULT-XLATE
           END-CALL.

       4000-AFTER-ACTION-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-WORKQ-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
