      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    hierarchy.cbl      ***
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
       PROGRAM-ID. REYDB_HIER IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Parent-child hierarchies - databases that are trees, cost  ***
      *** centres under divisions or components under assemblies,    ***
      *** each row holding its parent's key in the content field the ***
      *** dictionary types 'P' (SPACE on a top row). The whole       ***
      *** database is read into a table under a shared hold, each    ***
      *** row linked to its parent and its children in key order,    ***
      *** then:                                                      ***
      ***                                                            ***
      *** REYDB_HIER explodes one key (SPACE - every top row) into   ***
      *** its full subtree, one indented line per row with its       ***
      *** level; REYDB_HIER_ROLLUP does the same with a numeric      ***
      *** field's value on each row and a SUBTOTAL line closing      ***
      *** every row that has children, the field read through        ***
      *** REYDB_AMOUNT in its dictionary sign and decimals - refused ***
      *** with HIER-CYCLE, the cycles listed instead, while any row  ***
      *** is its own ancestor; REYDB_HIER_CHECK lists each cycle     ***
      *** (its rows in parent order) and each orphan (a parent key   ***
      *** no active row carries); REYDB_HIER_DEPTH reports the       ***
      *** deepest level and the rows on each level.                  ***
      ***                                                            ***
      *** All four print hier.rpt and file it into the spool as      ***
      *** HIERARCHY. An orphan is shown as a top row of its own. A   ***
      *** database of more rows than the table holds answers         ***
      *** OVERFLOW and prints nothing - half a tree is a wrong tree. ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-hier.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb.cpy"
           REPLACING REYDB-BUFFER-LEN BY 512
                     REYDB-PAYLOAD-LEN BY 511
                     REYDB-CONTENT-LEN BY 471.
       COPY "file/section/reydb-hier.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-hier.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-amount.cpy".

      *** Which run this is.
       77 WS-TREE-MODE PIC X(01) VALUE SPACE.
          88 WS-TREE-EXPLODING VALUE 'E'.
          88 WS-TREE-ROLLING   VALUE 'R'.
          88 WS-TREE-CHECKING  VALUE 'C'.
          88 WS-TREE-MEASURING VALUE 'D'.

      *** The caller's starting key and amount field, copied in so
      *** the shared paragraphs never touch linkage an entry point
      *** was not handed.
       77 WS-TREE-START-KEY    PIC X(18) VALUE SPACE.
       77 WS-TREE-AMOUNT-FIELD PIC X(16) VALUE SPACE.

      *** The parent-key slice and, for a rollup, the amount's.
       77 WS-TREE-TYPE          PIC X(01) VALUE 'P'.
       77 WS-TREE-PARENT-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-PARENT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-AMOUNT-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-AMOUNT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.

      *** The database's dictionary layout, searched by field name.
       77 WS-TREE-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-TREE-LAYOUT.
          02 WS-TREE-FIELD OCCURS 20 TIMES.
             03 WS-TREE-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-TREE-FIELD-LENGTH PIC 9(04) COMP-5.

       77 WS-TREE-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** The row in flight's plaintext and its decipher state.
       77 WS-TREE-PLAIN         PIC X(471) VALUE SPACE.
       77 WS-TREE-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-TREE-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.

      *** One slot per active row, in key order. PARENT, FIRST, LAST
      *** and NEXT are slot numbers (zero - none): the parent's slot,
      *** the first and last of the row's children, and the row's
      *** next sibling. MARK is the number of the upward walk that
      *** first reached the row, DEPTH its level (top row 1, zero
      *** while unknown or on/under a cycle), OWN its amount and SUM
      *** the amount of its whole subtree.
       01 WS-TREE-TABLE.
          02 WS-TREE-NODE OCCURS 9999 TIMES.
             03 WS-TREE-KEY        PIC X(18).
             03 WS-TREE-PARENT-KEY PIC X(18).
             03 WS-TREE-PARENT     PIC 9(04) COMP-5.
             03 WS-TREE-FIRST      PIC 9(04) COMP-5.
             03 WS-TREE-LAST       PIC 9(04) COMP-5.
             03 WS-TREE-NEXT       PIC 9(04) COMP-5.
             03 WS-TREE-MARK       PIC 9(04) COMP-5.
             03 WS-TREE-DEPTH      PIC 9(04) COMP-5.
             03 WS-TREE-STATE      PIC X(01).
                88 WS-TREE-IS-TOP      VALUE 'R'.
                88 WS-TREE-IS-ORPHAN   VALUE 'O'.
                88 WS-TREE-ON-CYCLE    VALUE 'C'.
                88 WS-TREE-CYCLE-BOUND VALUE 'C' 'U'.
             03 WS-TREE-SEEN       PIC X(01).
             03 WS-TREE-SKIP       PIC X(01).
             03 WS-TREE-OWN        PIC S9(18) COMP-5.
             03 WS-TREE-SUM        PIC S9(18) COMP-5.

       77 WS-TREE-USED  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-LIMIT PIC 9(04) COMP-5 VALUE 9999.
       77 WS-TREE-FULL  PIC X(01) VALUE 'N'.

      *** Slots in hand - the table walk, the row being moved to,
      *** the walk's starting row and the binary search's bounds.
       77 WS-TREE-I     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-J     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-CUR   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-START PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-LO    PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-TREE-HI    PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-TREE-MID   PIC 9(05) COMP-5 VALUE ZERO.

       77 WS-TREE-FIND-KEY PIC X(18) VALUE SPACE.
       77 WS-TREE-FOUND    PIC 9(04) COMP-5 VALUE ZERO.

      *** Upward-walk state - rows climbed, the depth the climb
      *** stopped on, how it stopped ('T' top or known depth, 'C' a
      *** cycle), and the walk's stop switch.
       77 WS-TREE-STEPS  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-BASE   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-ENDING PIC X(01) VALUE SPACE.
       77 WS-TREE-DONE   PIC X(01) VALUE 'N'.

      *** Down-the-tree walk state - the level of the row in hand
      *** and the next move: 'D' try its children, 'U' its children
      *** are done, 'S' back at the starting row.
       77 WS-TREE-LEVEL PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-MOVE  PIC X(01) VALUE SPACE.

      *** What the analysis found.
       77 WS-TREE-TOP-COUNT    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-TREE-ORPHAN-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-TREE-CYCLE-COUNT  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-TREE-BOUND-COUNT  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-TREE-SKIP-COUNT   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-TREE-SHOWN-COUNT  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-TREE-MAX-DEPTH    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-DEEPEST      PIC X(18) VALUE SPACE.
       77 WS-TREE-GRAND        PIC S9(18) COMP-5 VALUE ZERO.

      *** Rows per level - levels past 99 fold into the last slot.
       01 WS-TREE-LEVEL-TABLE.
          02 WS-TREE-LEVEL-ROWS PIC 9(09) COMP-5 OCCURS 99 TIMES.

       77 WS-TREE-SLOT      PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-SLOT-LAST PIC 9(04) COMP-5 VALUE ZERO.

      *** Report furniture.
       77 WS-TREE-LINE       PIC X(132) VALUE SPACE.
       77 WS-TREE-PTR        PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-PAGE-NO    PIC 9(04) VALUE ZERO.
       77 WS-TREE-LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TREE-PAGE-LIMIT PIC 9(04) COMP-5 VALUE 60.
       77 WS-TREE-RUN-DATE   PIC 9(08) VALUE ZERO.
       77 WS-TREE-RUN-TIME   PIC 9(08) VALUE ZERO.
       77 WS-TREE-LINES      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-TREE-TITLE      PIC X(20) VALUE SPACE.
       77 WS-TREE-INDENT     PIC 9(04) COMP-5 VALUE ZERO.

      *** Edited figures for the print lines.
       77 WS-TREE-FIGURE   PIC X(20) VALUE SPACE.
       77 WS-TREE-EDIT     PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-TREE-LEVEL-ED PIC ZZZ9.
       77 WS-TREE-LABEL    PIC X(48) VALUE SPACE.
       77 WS-TREE-COUNT    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-TREE-COUNT-ED PIC ZZZ,ZZZ,ZZ9.
       77 WS-TREE-CYCLE-NO PIC 9(09) COMP-5 VALUE ZERO.

      *** Spool filing.
       77 WS-TREE-SPOOL-REPORT PIC X(16) VALUE "HIERARCHY".
       77 WS-TREE-SPOOL-SOURCE PIC X(64) VALUE "hier.rpt".

      *** Results of the calls down the sweep.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-SPOOL    PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The row an explosion or rollup starts from - SPACE, every
      *** top row and orphan in key order.
       77 LS-HIER-START-KEY PIC X(18) VALUE SPACE.

      *** The dictionary name of the numeric field a rollup adds up.
       77 LS-HIER-AMOUNT-FIELD PIC X(16) VALUE SPACE.

      *** What REYDB_HIER_CHECK and REYDB_HIER_DEPTH hand back.
       77 LS-HIER-CYCLES    PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-HIER-ORPHANS   PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-HIER-MAX-DEPTH PIC 9(04) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - explodes a key into its subtree.     ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-HIER-START-KEY
                                    LS-REYDB-RECORD-COUNT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'E'               TO WS-TREE-MODE.
           MOVE LS-HIER-START-KEY TO WS-TREE-START-KEY.

           PERFORM 0500-RUN THRU 0500-RUN-EXIT.

           MOVE WS-REYDB-RECORD-COUNT TO LS-REYDB-RECORD-COUNT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - rolls a numeric field up the tree     ***
      *** into subtotal lines. Refused with HIER-CYCLE while any     ***
      *** cycle exists.                                              ***
      ******************************************************************
       ENTRY "REYDB_HIER_ROLLUP" USING LS-REYDB-DATABASE-NAME
                                       LS-HIER-START-KEY
                                       LS-HIER-AMOUNT-FIELD
                                       LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'R'                  TO WS-TREE-MODE.
           MOVE LS-HIER-START-KEY    TO WS-TREE-START-KEY.
           MOVE LS-HIER-AMOUNT-FIELD TO WS-TREE-AMOUNT-FIELD.

           PERFORM 0500-RUN THRU 0500-RUN-EXIT.

           MOVE WS-REYDB-RECORD-COUNT TO LS-REYDB-RECORD-COUNT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - lists every cycle and orphaned parent. ***
      *** Findings are not a failure - the counts say what was       ***
      *** found.                                                     ***
      ******************************************************************
       ENTRY "REYDB_HIER_CHECK" USING LS-REYDB-DATABASE-NAME
                                      LS-HIER-CYCLES
                                      LS-HIER-ORPHANS
                                      LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'C'   TO WS-TREE-MODE.
           MOVE SPACE TO WS-TREE-START-KEY.

           PERFORM 0500-RUN THRU 0500-RUN-EXIT.

           MOVE WS-TREE-CYCLE-COUNT   TO LS-HIER-CYCLES.
           MOVE WS-TREE-ORPHAN-COUNT  TO LS-HIER-ORPHANS.
           MOVE WS-REYDB-RECORD-COUNT TO LS-REYDB-RECORD-COUNT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - the maximum depth, and the rows on    ***
      *** each level.                                                ***
      ******************************************************************
       ENTRY "REYDB_HIER_DEPTH" USING LS-REYDB-DATABASE-NAME
                                      LS-HIER-MAX-DEPTH
                                      LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'D'   TO WS-TREE-MODE.
           MOVE SPACE TO WS-TREE-START-KEY.

           PERFORM 0500-RUN THRU 0500-RUN-EXIT.

           MOVE WS-TREE-MAX-DEPTH     TO LS-HIER-MAX-DEPTH.
           MOVE WS-REYDB-RECORD-COUNT TO LS-REYDB-RECORD-COUNT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The fields by dictionary: the one typed 'P', which has to  ***
      *** fit a key, and for a rollup the named amount field, no     ***
      *** wider than REYDB_AMOUNT reads. A field the dictionary does ***
      *** not know is a VALIDATION-FAIL.                             ***
      ******************************************************************
       0100-FIND-FIELDS.

           MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT.

           CALL "REYDB_DICT_TYPED" USING LS-REYDB-DATABASE-NAME
                                         WS-TREE-TYPE
                                         WS-TREE-PARENT-OFFSET
                                         WS-TREE-PARENT-LENGTH
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
           OR WS-TREE-PARENT-LENGTH EQUAL ZERO
           OR WS-TREE-PARENT-LENGTH GREATER THAN 18
           OR WS-TREE-PARENT-OFFSET + WS-TREE-PARENT-LENGTH - 1
              GREATER THAN 471
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           IF NOT WS-TREE-ROLLING
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           IF WS-TREE-AMOUNT-FIELD EQUAL SPACE
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                       WS-TREE-FIELD-COUNT
                                       WS-TREE-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           MOVE ZERO TO WS-TREE-AMOUNT-OFFSET WS-TREE-AMOUNT-LENGTH.

           PERFORM VARYING WS-TREE-IDX FROM 1 BY 1
                     UNTIL WS-TREE-IDX GREATER THAN WS-TREE-FIELD-COUNT

               IF WS-DICT-FIELD-NAME (WS-TREE-IDX)
                  EQUAL WS-TREE-AMOUNT-FIELD
                  MOVE WS-TREE-FIELD-OFFSET (WS-TREE-IDX)
                    TO WS-TREE-AMOUNT-OFFSET
                  MOVE WS-TREE-FIELD-LENGTH (WS-TREE-IDX)
                    TO WS-TREE-AMOUNT-LENGTH
               END-IF

           END-PERFORM.

           IF WS-TREE-AMOUNT-OFFSET EQUAL ZERO
           OR WS-TREE-AMOUNT-LENGTH EQUAL ZERO
           OR WS-TREE-AMOUNT-LENGTH GREATER THAN 16
           OR WS-TREE-AMOUNT-OFFSET + WS-TREE-AMOUNT-LENGTH - 1
              GREATER THAN 471
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                          WS-TREE-AMOUNT-OFFSET
                                          WS-TREE-AMOUNT-LENGTH
                                          WS-AMOUNT-SIGN
                                          WS-AMOUNT-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0100-FIND-FIELDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One run, whichever entry point asked for it - fields       ***
      *** found, the tree loaded under a shared hold and analysed,   ***
      *** then the run's report printed and filed into the spool.    ***
      ******************************************************************
       0500-RUN.

           MOVE ZERO TO WS-REYDB-RECORD-COUNT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.

           PERFORM 0100-FIND-FIELDS THRU 0100-FIND-FIELDS-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0500-RUN-EXIT
           END-IF.

           CALL "REYDB_POLICY" USING LS-REYDB-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

      *** Shared hold - one consistent tree while readers keep
      *** flowing.
           CALL "REYDB_ENQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GO TO 0500-RUN-EXIT
           END-IF.

           PERFORM 1000-LOAD-TREE THRU 1000-LOAD-TREE-EXIT.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-TREE-FULL EQUAL 'Y'
              MOVE WS-REYDB-OVERFLOW TO LS-REYDB-RESULT
              GO TO 0500-RUN-EXIT
           END-IF.

           PERFORM 1500-LINK-TREE    THRU 1500-LINK-TREE-EXIT.
           PERFORM 2000-FIND-CYCLES  THRU 2000-FIND-CYCLES-EXIT.
           PERFORM 2500-TAKE-DEPTHS  THRU 2500-TAKE-DEPTHS-EXIT.

           MOVE ZERO TO WS-TREE-START.

           IF WS-TREE-START-KEY NOT EQUAL SPACE
              MOVE WS-TREE-START-KEY TO WS-TREE-FIND-KEY
              PERFORM 1600-FIND-KEY THRU 1600-FIND-KEY-EXIT
              IF WS-TREE-FOUND EQUAL ZERO
                 MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
                 GO TO 0500-RUN-EXIT
              END-IF
              MOVE WS-TREE-FOUND TO WS-TREE-START
           END-IF.

           ACCEPT WS-TREE-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TREE-RUN-TIME FROM TIME.

           EVALUATE TRUE
               WHEN WS-TREE-EXPLODING
                   MOVE "EXPLOSION" TO WS-TREE-TITLE
               WHEN WS-TREE-ROLLING
                   MOVE "ROLLUP"    TO WS-TREE-TITLE
               WHEN WS-TREE-CHECKING
                   MOVE "CHECK"     TO WS-TREE-TITLE
               WHEN OTHER
                   MOVE "DEPTH"     TO WS-TREE-TITLE
           END-EVALUATE.

           OPEN OUTPUT FC-HIER-RPT.

           MOVE ZERO TO WS-TREE-PAGE-NO WS-TREE-LINES.

           PERFORM 8000-START-NEW-PAGE THRU 8000-START-NEW-PAGE-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           EVALUATE TRUE
               WHEN WS-TREE-EXPLODING
                   PERFORM 3000-TREE-REPORT THRU 3000-TREE-REPORT-EXIT
               WHEN WS-TREE-ROLLING
                   IF WS-TREE-CYCLE-COUNT GREATER THAN ZERO
                      PERFORM 4000-REFUSE-ROLLUP
                         THRU 4000-REFUSE-ROLLUP-EXIT
                   ELSE
                      PERFORM 3000-TREE-REPORT
                         THRU 3000-TREE-REPORT-EXIT
                   END-IF
               WHEN WS-TREE-CHECKING
                   PERFORM 5000-CHECK-REPORT
                      THRU 5000-CHECK-REPORT-EXIT
               WHEN OTHER
                   PERFORM 6000-DEPTH-REPORT
                      THRU 6000-DEPTH-REPORT-EXIT
           END-EVALUATE.

           CLOSE FC-HIER-RPT.

      *** Filed into the spool under the run date - the report is
      *** on disk either way, so a spool refusal is partial content
      *** (a refused rollup stays refused).
           CALL "REYDB_SPOOL" USING LS-REYDB-DATABASE-NAME
                                    WS-TREE-SPOOL-REPORT
                                    WS-TREE-SPOOL-SOURCE
                                    WS-TREE-LINES
               RETURNING WS-REYDB-RESULT-SPOOL
           END-CALL.

           IF WS-REYDB-RESULT-SPOOL NOT EQUAL WS-REYDB-SUCCESS
              AND LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-PARTIAL-CONTENT TO LS-REYDB-RESULT
           END-IF.

       0500-RUN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every active row into the table in key order - its key,    ***
      *** its parent key, and for a rollup its amount. One row past  ***
      *** the table's end stops the load; the run then answers       ***
      *** OVERFLOW.                                                  ***
      ******************************************************************
       1000-LOAD-TREE.

           MOVE ZERO TO WS-TREE-USED WS-TREE-SKIP-COUNT.
           MOVE 'N'  TO WS-TREE-FULL.
           MOVE 'N'  TO WS-REYDB-EOF.

           OPEN INPUT FC-REYDB.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-REYDB-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      ADD 1 TO WS-REYDB-RECORD-COUNT
                      IF WS-TREE-USED NOT LESS THAN WS-TREE-LIMIT
                         MOVE 'Y' TO WS-TREE-FULL
                         MOVE 'S' TO WS-REYDB-EOF
                      ELSE
                         PERFORM 1100-LOAD-ROW THRU 1100-LOAD-ROW-EXIT
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.

       1000-LOAD-TREE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One row - deciphered, then seated in the next slot. A      ***
      *** rollup amount that will not read counts as zero and is     ***
      *** marked on the row's line.                                  ***
      ******************************************************************
       1100-LOAD-ROW.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-TREE-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-TREE-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-TREE-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       LS-REYDB-DATABASE-NAME
                       FS-REYDB-KEY
                       WS-TREE-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-TREE-PLAIN
                                             WS-TREE-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-TREE-PLAIN
                                         WS-TREE-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           ADD 1 TO WS-TREE-USED.
           MOVE WS-TREE-USED TO WS-TREE-I.

           MOVE FS-REYDB-KEY TO WS-TREE-KEY (WS-TREE-I).
           MOVE SPACE        TO WS-TREE-PARENT-KEY (WS-TREE-I).
           MOVE WS-TREE-PLAIN
                (WS-TREE-PARENT-OFFSET : WS-TREE-PARENT-LENGTH)
             TO WS-TREE-PARENT-KEY (WS-TREE-I)
                (1 : WS-TREE-PARENT-LENGTH).

           MOVE ZERO TO WS-TREE-PARENT (WS-TREE-I)
                        WS-TREE-FIRST (WS-TREE-I)
                        WS-TREE-LAST (WS-TREE-I)
                        WS-TREE-NEXT (WS-TREE-I)
                        WS-TREE-MARK (WS-TREE-I)
                        WS-TREE-DEPTH (WS-TREE-I)
                        WS-TREE-OWN (WS-TREE-I)
                        WS-TREE-SUM (WS-TREE-I).
           MOVE SPACE TO WS-TREE-STATE (WS-TREE-I).
           MOVE 'N'   TO WS-TREE-SEEN (WS-TREE-I)
                         WS-TREE-SKIP (WS-TREE-I).

           IF NOT WS-TREE-ROLLING
              GO TO 1100-LOAD-ROW-EXIT
           END-IF.

           CALL "REYDB_AMOUNT" USING WS-TREE-PLAIN
                                     WS-TREE-AMOUNT-OFFSET
                                     WS-TREE-AMOUNT-LENGTH
                                     WS-AMOUNT-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT EQUAL WS-REYDB-SUCCESS
              MOVE WS-AMOUNT-VALUE TO WS-TREE-OWN (WS-TREE-I)
           ELSE
              MOVE 'Y' TO WS-TREE-SKIP (WS-TREE-I)
              ADD 1 TO WS-TREE-SKIP-COUNT
           END-IF.

       1100-LOAD-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Each row to its parent's slot, and onto the end of the     ***
      *** parent's child list - rows load in key order, so every     ***
      *** child list is in key order too. A blank parent key is a    ***
      *** top row; a parent key no loaded row carries is an orphan.  ***
      ******************************************************************
       1500-LINK-TREE.

           MOVE ZERO TO WS-TREE-TOP-COUNT WS-TREE-ORPHAN-COUNT.

           PERFORM VARYING WS-TREE-I FROM 1 BY 1
                     UNTIL WS-TREE-I GREATER THAN WS-TREE-USED
               PERFORM 1550-LINK-ONE THRU 1550-LINK-ONE-EXIT
           END-PERFORM.

       1500-LINK-TREE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       1550-LINK-ONE.

           IF WS-TREE-PARENT-KEY (WS-TREE-I) EQUAL SPACE
              MOVE 'R' TO WS-TREE-STATE (WS-TREE-I)
              ADD 1 TO WS-TREE-TOP-COUNT
              GO TO 1550-LINK-ONE-EXIT
           END-IF.

           MOVE WS-TREE-PARENT-KEY (WS-TREE-I) TO WS-TREE-FIND-KEY.
           PERFORM 1600-FIND-KEY THRU 1600-FIND-KEY-EXIT.

           IF WS-TREE-FOUND EQUAL ZERO
              MOVE 'O' TO WS-TREE-STATE (WS-TREE-I)
              ADD 1 TO WS-TREE-ORPHAN-COUNT
              GO TO 1550-LINK-ONE-EXIT
           END-IF.

           MOVE WS-TREE-FOUND TO WS-TREE-PARENT (WS-TREE-I).

           IF WS-TREE-FIRST (WS-TREE-FOUND) EQUAL ZERO
              MOVE WS-TREE-I TO WS-TREE-FIRST (WS-TREE-FOUND)
           ELSE
              MOVE WS-TREE-LAST (WS-TREE-FOUND) TO WS-TREE-J
              MOVE WS-TREE-I TO WS-TREE-NEXT (WS-TREE-J)
           END-IF.

           MOVE WS-TREE-I TO WS-TREE-LAST (WS-TREE-FOUND).

       1550-LINK-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-TREE-FIND-KEY to its slot by halving the key-ordered    ***
      *** table - zero when no loaded row carries it.                ***
      ******************************************************************
       1600-FIND-KEY.

           MOVE ZERO         TO WS-TREE-FOUND.
           MOVE 1            TO WS-TREE-LO.
           MOVE WS-TREE-USED TO WS-TREE-HI.

           PERFORM 1650-HALVE THRU 1650-HALVE-EXIT
             UNTIL WS-TREE-LO GREATER THAN WS-TREE-HI
                OR WS-TREE-FOUND GREATER THAN ZERO.

       1600-FIND-KEY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       1650-HALVE.

           COMPUTE WS-TREE-MID = (WS-TREE-LO + WS-TREE-HI) / 2.

           EVALUATE TRUE
               WHEN WS-TREE-KEY (WS-TREE-MID) EQUAL WS-TREE-FIND-KEY
                   MOVE WS-TREE-MID TO WS-TREE-FOUND
               WHEN WS-TREE-KEY (WS-TREE-MID) LESS THAN WS-TREE-FIND-KEY
                   COMPUTE WS-TREE-LO = WS-TREE-MID + 1
               WHEN OTHER
                   COMPUTE WS-TREE-HI = WS-TREE-MID - 1
           END-EVALUATE.

       1650-HALVE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Cycles - from each row not yet reached, climb parent links ***
      *** marking every row with this climb's number until the top,  ***
      *** or a row an earlier climb marked. Meeting a row this same  ***
      *** climb marked means the climb went round a circle: that row ***
      *** and every row round back to it are flagged ON-CYCLE.       ***
      ******************************************************************
       2000-FIND-CYCLES.

           MOVE ZERO TO WS-TREE-CYCLE-COUNT WS-TREE-BOUND-COUNT.

           PERFORM VARYING WS-TREE-I FROM 1 BY 1
                     UNTIL WS-TREE-I GREATER THAN WS-TREE-USED
               IF WS-TREE-MARK (WS-TREE-I) EQUAL ZERO
                  PERFORM 2050-CLIMB THRU 2050-CLIMB-EXIT
               END-IF
           END-PERFORM.

       2000-FIND-CYCLES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       2050-CLIMB.

           MOVE WS-TREE-I TO WS-TREE-CUR.
           MOVE 'N'       TO WS-TREE-DONE.

           PERFORM 2060-MARK-ONE THRU 2060-MARK-ONE-EXIT
             UNTIL WS-TREE-DONE EQUAL 'Y'.

           IF WS-TREE-CUR EQUAL ZERO
              GO TO 2050-CLIMB-EXIT
           END-IF.

           IF WS-TREE-MARK (WS-TREE-CUR) EQUAL WS-TREE-I
              ADD 1 TO WS-TREE-CYCLE-COUNT
              MOVE WS-TREE-CUR TO WS-TREE-J
              MOVE 'N'         TO WS-TREE-DONE
              PERFORM 2100-FLAG-ONE THRU 2100-FLAG-ONE-EXIT
                UNTIL WS-TREE-DONE EQUAL 'Y'
           END-IF.

       2050-CLIMB-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       2060-MARK-ONE.

           IF WS-TREE-CUR EQUAL ZERO
              MOVE 'Y' TO WS-TREE-DONE
              GO TO 2060-MARK-ONE-EXIT
           END-IF.

           IF WS-TREE-MARK (WS-TREE-CUR) NOT EQUAL ZERO
              MOVE 'Y' TO WS-TREE-DONE
              GO TO 2060-MARK-ONE-EXIT
           END-IF.

           MOVE WS-TREE-I TO WS-TREE-MARK (WS-TREE-CUR).
           MOVE WS-TREE-PARENT (WS-TREE-CUR) TO WS-TREE-CUR.

       2060-MARK-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One row of the circle just found, then on to its parent -  ***
      *** round until back where the circle was met.                 ***
      ******************************************************************
       2100-FLAG-ONE.

           MOVE 'C' TO WS-TREE-STATE (WS-TREE-J).
           ADD 1 TO WS-TREE-BOUND-COUNT.

           MOVE WS-TREE-PARENT (WS-TREE-J) TO WS-TREE-J.

           IF WS-TREE-J EQUAL WS-TREE-CUR
              MOVE 'Y' TO WS-TREE-DONE
           END-IF.

       2100-FLAG-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Depths - from each row whose level is not yet known, climb ***
      *** to the top, to a row whose level is known, or into a       ***
      *** cycle, then go back over the rows climbed: each takes its  ***
      *** level from where the climb stopped, or is flagged as       ***
      *** hanging under a cycle and given none. Every row is climbed ***
      *** over once. The rows per level, the deepest level and its   ***
      *** first row are tallied last.                                ***
      ******************************************************************
       2500-TAKE-DEPTHS.

           PERFORM VARYING WS-TREE-I FROM 1 BY 1
                     UNTIL WS-TREE-I GREATER THAN WS-TREE-USED
               IF WS-TREE-DEPTH (WS-TREE-I) EQUAL ZERO
                  AND NOT WS-TREE-CYCLE-BOUND (WS-TREE-I)
                  PERFORM 2550-DEPTH-ONE THRU 2550-DEPTH-ONE-EXIT
               END-IF
           END-PERFORM.

           MOVE ZERO  TO WS-TREE-MAX-DEPTH.
           MOVE SPACE TO WS-TREE-DEEPEST.

           PERFORM VARYING WS-TREE-SLOT FROM 1 BY 1
                     UNTIL WS-TREE-SLOT GREATER THAN 99
               MOVE ZERO TO WS-TREE-LEVEL-ROWS (WS-TREE-SLOT)
           END-PERFORM.

           PERFORM VARYING WS-TREE-I FROM 1 BY 1
                     UNTIL WS-TREE-I GREATER THAN WS-TREE-USED
               IF WS-TREE-DEPTH (WS-TREE-I) GREATER THAN ZERO
                  PERFORM 2600-TALLY-ONE THRU 2600-TALLY-ONE-EXIT
               END-IF
           END-PERFORM.

       2500-TAKE-DEPTHS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       2550-DEPTH-ONE.

           MOVE WS-TREE-I TO WS-TREE-CUR.
           MOVE ZERO      TO WS-TREE-STEPS WS-TREE-BASE.
           MOVE 'N'       TO WS-TREE-DONE.

           PERFORM 2560-CLIMB-ONE THRU 2560-CLIMB-ONE-EXIT
             UNTIL WS-TREE-DONE EQUAL 'Y'.

           MOVE WS-TREE-I TO WS-TREE-CUR.

           IF WS-TREE-ENDING EQUAL 'C'
              PERFORM 2570-BIND-ONE THRU 2570-BIND-ONE-EXIT
                WS-TREE-STEPS TIMES
           ELSE
              COMPUTE WS-TREE-LEVEL = WS-TREE-BASE + WS-TREE-STEPS
              PERFORM 2580-LEVEL-ONE THRU 2580-LEVEL-ONE-EXIT
                WS-TREE-STEPS TIMES
           END-IF.

       2550-DEPTH-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       2560-CLIMB-ONE.

           IF WS-TREE-CUR EQUAL ZERO
              MOVE 'T' TO WS-TREE-ENDING
              MOVE 'Y' TO WS-TREE-DONE
              GO TO 2560-CLIMB-ONE-EXIT
           END-IF.

           IF WS-TREE-DEPTH (WS-TREE-CUR) GREATER THAN ZERO
              MOVE WS-TREE-DEPTH (WS-TREE-CUR) TO WS-TREE-BASE
              MOVE 'T' TO WS-TREE-ENDING
              MOVE 'Y' TO WS-TREE-DONE
              GO TO 2560-CLIMB-ONE-EXIT
           END-IF.

           IF WS-TREE-CYCLE-BOUND (WS-TREE-CUR)
              MOVE 'C' TO WS-TREE-ENDING
              MOVE 'Y' TO WS-TREE-DONE
              GO TO 2560-CLIMB-ONE-EXIT
           END-IF.

           ADD 1 TO WS-TREE-STEPS.
           MOVE WS-TREE-PARENT (WS-TREE-CUR) TO WS-TREE-CUR.

       2560-CLIMB-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       2570-BIND-ONE.

           MOVE 'U' TO WS-TREE-STATE (WS-TREE-CUR).
           ADD 1 TO WS-TREE-BOUND-COUNT.
           MOVE WS-TREE-PARENT (WS-TREE-CUR) TO WS-TREE-CUR.

       2570-BIND-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       2580-LEVEL-ONE.

           MOVE WS-TREE-LEVEL TO WS-TREE-DEPTH (WS-TREE-CUR).
           SUBTRACT 1 FROM WS-TREE-LEVEL.
           MOVE WS-TREE-PARENT (WS-TREE-CUR) TO WS-TREE-CUR.

       2580-LEVEL-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       2600-TALLY-ONE.

           IF WS-TREE-DEPTH (WS-TREE-I) GREATER THAN WS-TREE-MAX-DEPTH
              MOVE WS-TREE-DEPTH (WS-TREE-I) TO WS-TREE-MAX-DEPTH
              MOVE WS-TREE-KEY (WS-TREE-I)   TO WS-TREE-DEEPEST
           END-IF.

           IF WS-TREE-DEPTH (WS-TREE-I) GREATER THAN 99
              MOVE 99 TO WS-TREE-SLOT
           ELSE
              MOVE WS-TREE-DEPTH (WS-TREE-I) TO WS-TREE-SLOT
           END-IF.

           ADD 1 TO WS-TREE-LEVEL-ROWS (WS-TREE-SLOT).

       2600-TALLY-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The explosion or rollup - down from the starting row, or   ***
      *** from each top row and orphan in key order, then the        ***
      *** closing lines. Rows on or under a cycle hang from no top   ***
      *** row and are only counted here; REYDB_HIER_CHECK lists      ***
      *** them.                                                      ***
      ******************************************************************
       3000-TREE-REPORT.

           MOVE ZERO TO WS-TREE-GRAND WS-TREE-SHOWN-COUNT.

           IF WS-TREE-START GREATER THAN ZERO
              PERFORM 3100-WALK THRU 3100-WALK-EXIT
           ELSE
              PERFORM VARYING WS-TREE-I FROM 1 BY 1
                        UNTIL WS-TREE-I GREATER THAN WS-TREE-USED
                  IF WS-TREE-IS-TOP (WS-TREE-I)
                  OR WS-TREE-IS-ORPHAN (WS-TREE-I)
                     MOVE WS-TREE-I TO WS-TREE-START
                     PERFORM 3100-WALK THRU 3100-WALK-EXIT
                  END-IF
              END-PERFORM
           END-IF.

           MOVE SPACE TO WS-TREE-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           IF WS-TREE-ROLLING
              MOVE SPACE         TO WS-TREE-LINE
              MOVE "*TOTAL*"     TO WS-TREE-LINE (7 : 7)
              MOVE WS-TREE-GRAND TO WS-TREE-EDIT
              PERFORM 3900-FIGURE THRU 3900-FIGURE-EXIT
              PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT
              MOVE SPACE TO WS-TREE-LINE
              PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT
           END-IF.

           MOVE "ROWS SHOWN"          TO WS-TREE-LABEL.
           MOVE WS-TREE-SHOWN-COUNT   TO WS-TREE-COUNT.
           PERFORM 7000-COUNT-LINE THRU 7000-COUNT-LINE-EXIT.

           IF WS-TREE-ROLLING
              MOVE "ROWS WHOSE AMOUNT WOULD NOT READ (AS ZERO)"
                TO WS-TREE-LABEL
              MOVE WS-TREE-SKIP-COUNT TO WS-TREE-COUNT
              PERFORM 7000-COUNT-LINE THRU 7000-COUNT-LINE-EXIT
           END-IF.

           IF WS-TREE-START-KEY EQUAL SPACE
              MOVE "ORPHANS SHOWN AS TOP ROWS" TO WS-TREE-LABEL
              MOVE WS-TREE-ORPHAN-COUNT        TO WS-TREE-COUNT
              PERFORM 7000-COUNT-LINE THRU 7000-COUNT-LINE-EXIT
              MOVE "ROWS ON OR UNDER A CYCLE - NOT SHOWN"
                TO WS-TREE-LABEL
              MOVE WS-TREE-BOUND-COUNT TO WS-TREE-COUNT
              PERFORM 7000-COUNT-LINE THRU 7000-COUNT-LINE-EXIT
           END-IF.

       3000-TREE-REPORT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Down one subtree without recursion: a row's first unseen   ***
      *** child is entered next; a row with no more children is      ***
      *** left, then its next sibling is entered or the walk climbs  ***
      *** back to its parent - until the starting row itself is      ***
      *** left. A row already seen (only the start, met again round  ***
      *** a cycle) is passed over, so no walk can go round for ever. ***
      ******************************************************************
       3100-WALK.

           MOVE WS-TREE-START TO WS-TREE-CUR.
           MOVE 1             TO WS-TREE-LEVEL.

           PERFORM 3200-ENTER THRU 3200-ENTER-EXIT.

           MOVE 'D' TO WS-TREE-MOVE.

           PERFORM 3300-STEP THRU 3300-STEP-EXIT
             UNTIL WS-TREE-MOVE EQUAL 'S'.

           IF WS-TREE-ROLLING
              ADD WS-TREE-SUM (WS-TREE-START) TO WS-TREE-GRAND
           END-IF.

       3100-WALK-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One row's line - its level, its key indented two places a  ***
      *** level (no deeper than eighteen levels' worth), for a       ***
      *** rollup its own amount, and a note for an orphan or an      ***
      *** amount that would not read.                                ***
      ******************************************************************
       3200-ENTER.

           MOVE 'Y' TO WS-TREE-SEEN (WS-TREE-CUR).
           ADD 1 TO WS-TREE-SHOWN-COUNT.

           MOVE WS-TREE-OWN (WS-TREE-CUR) TO WS-TREE-SUM (WS-TREE-CUR).

           PERFORM 3800-INDENT THRU 3800-INDENT-EXIT.

           MOVE SPACE            TO WS-TREE-LINE.
           MOVE WS-TREE-LEVEL    TO WS-TREE-LEVEL-ED.
           MOVE WS-TREE-LEVEL-ED TO WS-TREE-LINE (1 : 4).
           MOVE WS-TREE-KEY (WS-TREE-CUR)
             TO WS-TREE-LINE (WS-TREE-INDENT : 18).

           IF WS-TREE-ROLLING
              MOVE WS-TREE-OWN (WS-TREE-CUR) TO WS-TREE-EDIT
              PERFORM 3900-FIGURE THRU 3900-FIGURE-EXIT
           END-IF.

           MOVE 93 TO WS-TREE-PTR.

           IF WS-TREE-IS-ORPHAN (WS-TREE-CUR)
              STRING "ORPHAN - PARENT "     DELIMITED BY SIZE
                     WS-TREE-PARENT-KEY (WS-TREE-CUR)
                                            DELIMITED BY SPACE
                     " NOT ON FILE"         DELIMITED BY SIZE
                  INTO WS-TREE-LINE
                  WITH POINTER WS-TREE-PTR
              END-STRING
           ELSE
              IF WS-TREE-SKIP (WS-TREE-CUR) EQUAL 'Y'
                 STRING "AMOUNT WOULD NOT READ" DELIMITED BY SIZE
                     INTO WS-TREE-LINE
                     WITH POINTER WS-TREE-PTR
                 END-STRING
              END-IF
           END-IF.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

       3200-ENTER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       3250-LEAVE.

           IF NOT WS-TREE-ROLLING
              GO TO 3250-LEAVE-EXIT
           END-IF.

      *** A row with children closes on its subtree's total.
           IF WS-TREE-FIRST (WS-TREE-CUR) GREATER THAN ZERO
              PERFORM 3800-INDENT THRU 3800-INDENT-EXIT
              MOVE SPACE TO WS-TREE-LINE
              MOVE WS-TREE-INDENT TO WS-TREE-PTR
              STRING "SUBTOTAL "               DELIMITED BY SIZE
                     WS-TREE-KEY (WS-TREE-CUR) DELIMITED BY SIZE
                  INTO WS-TREE-LINE
                  WITH POINTER WS-TREE-PTR
              END-STRING
              MOVE WS-TREE-SUM (WS-TREE-CUR) TO WS-TREE-EDIT
              PERFORM 3900-FIGURE THRU 3900-FIGURE-EXIT
              PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT
           END-IF.

           IF WS-TREE-CUR NOT EQUAL WS-TREE-START
              MOVE WS-TREE-PARENT (WS-TREE-CUR) TO WS-TREE-J
              ADD WS-TREE-SUM (WS-TREE-CUR) TO WS-TREE-SUM (WS-TREE-J)
           END-IF.

       3250-LEAVE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       3300-STEP.

           IF WS-TREE-MOVE EQUAL 'D'
              MOVE WS-TREE-FIRST (WS-TREE-CUR) TO WS-TREE-J
              PERFORM 3400-SKIP-SEEN THRU 3400-SKIP-SEEN-EXIT
              IF WS-TREE-J GREATER THAN ZERO
                 MOVE WS-TREE-J TO WS-TREE-CUR
                 ADD 1 TO WS-TREE-LEVEL
                 PERFORM 3200-ENTER THRU 3200-ENTER-EXIT
                 GO TO 3300-STEP-EXIT
              END-IF
           END-IF.

           PERFORM 3250-LEAVE THRU 3250-LEAVE-EXIT.

           IF WS-TREE-CUR EQUAL WS-TREE-START
              MOVE 'S' TO WS-TREE-MOVE
              GO TO 3300-STEP-EXIT
           END-IF.

           MOVE WS-TREE-NEXT (WS-TREE-CUR) TO WS-TREE-J.
           PERFORM 3400-SKIP-SEEN THRU 3400-SKIP-SEEN-EXIT.

           IF WS-TREE-J GREATER THAN ZERO
              MOVE WS-TREE-J TO WS-TREE-CUR
              PERFORM 3200-ENTER THRU 3200-ENTER-EXIT
              MOVE 'D' TO WS-TREE-MOVE
              GO TO 3300-STEP-EXIT
           END-IF.

           MOVE WS-TREE-PARENT (WS-TREE-CUR) TO WS-TREE-CUR.
           SUBTRACT 1 FROM WS-TREE-LEVEL.
           MOVE 'U' TO WS-TREE-MOVE.

       3300-STEP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-TREE-J on along its sibling chain past rows already     ***
      *** seen - zero when the chain runs out.                       ***
      ******************************************************************
       3400-SKIP-SEEN.

           MOVE 'N' TO WS-TREE-DONE.

           PERFORM 3450-PASS-SEEN THRU 3450-PASS-SEEN-EXIT
             UNTIL WS-TREE-DONE EQUAL 'Y'.

       3400-SKIP-SEEN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       3450-PASS-SEEN.

           IF WS-TREE-J EQUAL ZERO
              MOVE 'Y' TO WS-TREE-DONE
              GO TO 3450-PASS-SEEN-EXIT
           END-IF.

           IF WS-TREE-SEEN (WS-TREE-J) NOT EQUAL 'Y'
              MOVE 'Y' TO WS-TREE-DONE
              GO TO 3450-PASS-SEEN-EXIT
           END-IF.

           MOVE WS-TREE-NEXT (WS-TREE-J) TO WS-TREE-J.

       3450-PASS-SEEN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The print column a line's key starts in at this level.     ***
      ******************************************************************
       3800-INDENT.

           IF WS-TREE-LEVEL GREATER THAN 18
              MOVE 41 TO WS-TREE-INDENT
           ELSE
              COMPUTE WS-TREE-INDENT = 7 + ((WS-TREE-LEVEL - 1) * 2)
           END-IF.

       3800-INDENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-TREE-EDIT printed into the amount column.               ***
      ******************************************************************
       3900-FIGURE.

           CALL "REYDB_AMOUNT_EDIT" USING WS-TREE-EDIT
                                          WS-AMOUNT-SCALE
                                          WS-TREE-FIGURE
           END-CALL.

           MOVE WS-TREE-FIGURE TO WS-TREE-LINE (71 : 20).

       3900-FIGURE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A rollup over a tree with a cycle in it is refused - every ***
      *** cycle is listed instead, so the rows can be put right      ***
      *** first.                                                     ***
      ******************************************************************
       4000-REFUSE-ROLLUP.

           MOVE SPACE TO WS-TREE-LINE.

           STRING "ROLLUP REFUSED - A ROW IS ITS OWN ANCESTOR. "
                                  DELIMITED BY SIZE
                  "CORRECT THE CYCLES BELOW AND RERUN."
                                  DELIMITED BY SIZE
               INTO WS-TREE-LINE
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-TREE-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           PERFORM 5100-LIST-CYCLES THRU 5100-LIST-CYCLES-EXIT.

           MOVE WS-REYDB-HIER-CYCLE TO LS-REYDB-RESULT.

       4000-REFUSE-ROLLUP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The check - every cycle, every orphan, then the counts.    ***
      ******************************************************************
       5000-CHECK-REPORT.

           PERFORM 5100-LIST-CYCLES  THRU 5100-LIST-CYCLES-EXIT.
           PERFORM 5500-LIST-ORPHANS THRU 5500-LIST-ORPHANS-EXIT.

           MOVE "ROWS"                TO WS-TREE-LABEL.
           MOVE WS-TREE-USED          TO WS-TREE-COUNT.
           PERFORM 7000-COUNT-LINE THRU 7000-COUNT-LINE-EXIT.

           MOVE "TOP ROWS"            TO WS-TREE-LABEL.
           MOVE WS-TREE-TOP-COUNT     TO WS-TREE-COUNT.
           PERFORM 7000-COUNT-LINE THRU 7000-COUNT-LINE-EXIT.

           MOVE "ORPHANS"             TO WS-TREE-LABEL.
           MOVE WS-TREE-ORPHAN-COUNT  TO WS-TREE-COUNT.
           PERFORM 7000-COUNT-LINE THRU 7000-COUNT-LINE-EXIT.

           MOVE "CYCLES"              TO WS-TREE-LABEL.
           MOVE WS-TREE-CYCLE-COUNT   TO WS-TREE-COUNT.
           PERFORM 7000-COUNT-LINE THRU 7000-COUNT-LINE-EXIT.

           MOVE "ROWS ON OR UNDER A CYCLE" TO WS-TREE-LABEL.
           MOVE WS-TREE-BOUND-COUNT   TO WS-TREE-COUNT.
           PERFORM 7000-COUNT-LINE THRU 7000-COUNT-LINE-EXIT.

       5000-CHECK-REPORT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Each cycle once - a heading with its number and size, then ***
      *** its rows in parent order, each under the next and the last ***
      *** under the first.                                           ***
      ******************************************************************
       5100-LIST-CYCLES.

           MOVE ZERO TO WS-TREE-CYCLE-NO.

           PERFORM VARYING WS-TREE-I FROM 1 BY 1
                     UNTIL WS-TREE-I GREATER THAN WS-TREE-USED
               IF WS-TREE-ON-CYCLE (WS-TREE-I)
                  AND WS-TREE-SEEN (WS-TREE-I) NOT EQUAL 'Y'
                  PERFORM 5200-LIST-ONE-CYCLE
                     THRU 5200-LIST-ONE-CYCLE-EXIT
               END-IF
           END-PERFORM.

       5100-LIST-CYCLES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       5200-LIST-ONE-CYCLE.

           ADD 1 TO WS-TREE-CYCLE-NO.

      *** Its size first, for the heading.
           MOVE ZERO      TO WS-TREE-COUNT.
           MOVE WS-TREE-I TO WS-TREE-J.
           MOVE 'N'       TO WS-TREE-DONE.

           PERFORM 5300-SIZE-ONE THRU 5300-SIZE-ONE-EXIT
             UNTIL WS-TREE-DONE EQUAL 'Y'.

      *** A group head never sits alone at the foot of a page.
           IF WS-TREE-LINE-COUNT + 3 GREATER THAN WS-TREE-PAGE-LIMIT
              PERFORM 8000-START-NEW-PAGE
                 THRU 8000-START-NEW-PAGE-EXIT
           END-IF.

           MOVE SPACE TO WS-TREE-LINE.
           MOVE WS-TREE-CYCLE-NO TO WS-TREE-COUNT-ED.
           MOVE 1 TO WS-TREE-PTR.

           STRING "CYCLE "          DELIMITED BY SIZE
                  WS-TREE-COUNT-ED  DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
               INTO WS-TREE-LINE
               WITH POINTER WS-TREE-PTR
           END-STRING.

           MOVE WS-TREE-COUNT TO WS-TREE-COUNT-ED.

           STRING WS-TREE-COUNT-ED  DELIMITED BY SIZE
                  " ROWS, EACH UNDER THE NEXT" DELIMITED BY SIZE
               INTO WS-TREE-LINE
               WITH POINTER WS-TREE-PTR
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE WS-TREE-I TO WS-TREE-J.
           MOVE 'N'       TO WS-TREE-DONE.

           PERFORM 5400-PRINT-MEMBER THRU 5400-PRINT-MEMBER-EXIT
             UNTIL WS-TREE-DONE EQUAL 'Y'.

           MOVE SPACE TO WS-TREE-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

       5200-LIST-ONE-CYCLE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       5300-SIZE-ONE.

           ADD 1 TO WS-TREE-COUNT.
           MOVE WS-TREE-PARENT (WS-TREE-J) TO WS-TREE-J.

           IF WS-TREE-J EQUAL WS-TREE-I
              MOVE 'Y' TO WS-TREE-DONE
           END-IF.

       5300-SIZE-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       5400-PRINT-MEMBER.

           MOVE 'Y' TO WS-TREE-SEEN (WS-TREE-J).

           MOVE SPACE TO WS-TREE-LINE.
           MOVE 7     TO WS-TREE-PTR.

           STRING WS-TREE-KEY (WS-TREE-J)        DELIMITED BY SIZE
                  "  UNDER  "                    DELIMITED BY SIZE
                  WS-TREE-PARENT-KEY (WS-TREE-J) DELIMITED BY SIZE
               INTO WS-TREE-LINE
               WITH POINTER WS-TREE-PTR
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE WS-TREE-PARENT (WS-TREE-J) TO WS-TREE-J.

           IF WS-TREE-J EQUAL WS-TREE-I
              MOVE 'Y' TO WS-TREE-DONE
           END-IF.

       5400-PRINT-MEMBER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every row whose parent key no active row carries.          ***
      ******************************************************************
       5500-LIST-ORPHANS.

           PERFORM VARYING WS-TREE-I FROM 1 BY 1
                     UNTIL WS-TREE-I GREATER THAN WS-TREE-USED
               IF WS-TREE-IS-ORPHAN (WS-TREE-I)
                  MOVE SPACE TO WS-TREE-LINE
                  STRING "ORPHAN "                     DELIMITED BY SIZE
                         WS-TREE-KEY (WS-TREE-I)       DELIMITED BY SIZE
                         "  PARENT "                   DELIMITED BY SIZE
                         WS-TREE-PARENT-KEY (WS-TREE-I)
                                                       DELIMITED BY SIZE
                         "  NOT ON FILE"               DELIMITED BY SIZE
                      INTO WS-TREE-LINE
                  END-STRING
                  PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT
               END-IF
           END-PERFORM.

           IF WS-TREE-ORPHAN-COUNT GREATER THAN ZERO
              MOVE SPACE TO WS-TREE-LINE
              PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT
           END-IF.

       5500-LIST-ORPHANS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The depth report - the deepest level and its first row in  ***
      *** key order, the rows on each level (levels past 99 counted  ***
      *** as 99), and the rows that have no level because they hang  ***
      *** on or under a cycle.                                       ***
      ******************************************************************
       6000-DEPTH-REPORT.

           MOVE SPACE             TO WS-TREE-LINE.
           MOVE WS-TREE-MAX-DEPTH TO WS-TREE-LEVEL-ED.

           STRING "MAXIMUM DEPTH "  DELIMITED BY SIZE
                  WS-TREE-LEVEL-ED  DELIMITED BY SIZE
                  "  DEEPEST ROW "  DELIMITED BY SIZE
                  WS-TREE-DEEPEST   DELIMITED BY SIZE
               INTO WS-TREE-LINE
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-TREE-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           IF WS-TREE-MAX-DEPTH GREATER THAN 99
              MOVE 99 TO WS-TREE-SLOT-LAST
           ELSE
              MOVE WS-TREE-MAX-DEPTH TO WS-TREE-SLOT-LAST
           END-IF.

           PERFORM VARYING WS-TREE-SLOT FROM 1 BY 1
                     UNTIL WS-TREE-SLOT GREATER THAN WS-TREE-SLOT-LAST
               MOVE SPACE         TO WS-TREE-LABEL
               MOVE WS-TREE-SLOT  TO WS-TREE-LEVEL-ED
               STRING "ROWS ON LEVEL "  DELIMITED BY SIZE
                      WS-TREE-LEVEL-ED  DELIMITED BY SIZE
                   INTO WS-TREE-LABEL
               END-STRING
               IF WS-TREE-SLOT EQUAL 99
                  MOVE "ROWS ON LEVEL   99 AND DEEPER" TO WS-TREE-LABEL
               END-IF
               MOVE WS-TREE-LEVEL-ROWS (WS-TREE-SLOT) TO WS-TREE-COUNT
               PERFORM 7000-COUNT-LINE THRU 7000-COUNT-LINE-EXIT
           END-PERFORM.

           MOVE "ROWS ON OR UNDER A CYCLE - NO LEVEL" TO WS-TREE-LABEL.
           MOVE WS-TREE-BOUND-COUNT TO WS-TREE-COUNT.
           PERFORM 7000-COUNT-LINE THRU 7000-COUNT-LINE-EXIT.

       6000-DEPTH-REPORT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One count line from WS-TREE-LABEL and WS-TREE-COUNT.       ***
      ******************************************************************
       7000-COUNT-LINE.

           MOVE WS-TREE-COUNT TO WS-TREE-COUNT-ED.
           MOVE SPACE         TO WS-TREE-LINE.

           STRING WS-TREE-LABEL    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-TREE-COUNT-ED DELIMITED BY SIZE
               INTO WS-TREE-LINE
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

       7000-COUNT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Page heading - title line with the run, the database, the  ***
      *** starting key when there is one, run date/time and page     ***
      *** number, then the column headings for the tree runs.        ***
      ******************************************************************
       8000-START-NEW-PAGE.

           ADD 1 TO WS-TREE-PAGE-NO.

           MOVE SPACE TO WS-TREE-LINE.
           MOVE 1     TO WS-TREE-PTR.

           STRING "HIERARCHY "             DELIMITED BY SIZE
                  WS-TREE-TITLE            DELIMITED BY SPACE
                  "  DATABASE "            DELIMITED BY SIZE
                  WS-REYDB-DATABASE-NAME   DELIMITED BY SPACE
               INTO WS-TREE-LINE
               WITH POINTER WS-TREE-PTR
           END-STRING.

           IF WS-TREE-START-KEY NOT EQUAL SPACE
              STRING "  FROM "          DELIMITED BY SIZE
                     WS-TREE-START-KEY  DELIMITED BY SPACE
                  INTO WS-TREE-LINE
                  WITH POINTER WS-TREE-PTR
              END-STRING
           END-IF.

           STRING "  RUN "               DELIMITED BY SIZE
                  WS-TREE-RUN-DATE       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-TREE-RUN-TIME (1:6) DELIMITED BY SIZE
                  "  PAGE "              DELIMITED BY SIZE
                  WS-TREE-PAGE-NO        DELIMITED BY SIZE
               INTO WS-TREE-LINE
               WITH POINTER WS-TREE-PTR
           END-STRING.

           WRITE FS-HIER-RPT-RECORD FROM WS-TREE-LINE.

           MOVE SPACE TO WS-TREE-LINE.

           IF WS-TREE-EXPLODING OR WS-TREE-ROLLING
              MOVE "LEVEL KEY" TO WS-TREE-LINE (1 : 9)
              MOVE "NOTE"      TO WS-TREE-LINE (93 : 4)
           END-IF.

           IF WS-TREE-ROLLING
              MOVE WS-TREE-AMOUNT-FIELD TO WS-TREE-LINE (75 : 16)
           END-IF.

           WRITE FS-HIER-RPT-RECORD FROM WS-TREE-LINE.

           MOVE SPACE TO WS-TREE-LINE.
           WRITE FS-HIER-RPT-RECORD FROM WS-TREE-LINE.

           ADD 3 TO WS-TREE-LINES.
           MOVE 3 TO WS-TREE-LINE-COUNT.

       8000-START-NEW-PAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Prints one built line, turning the page when it is full.   ***
      ******************************************************************
       9000-PRINT-LINE.

           IF WS-TREE-LINE-COUNT NOT LESS THAN WS-TREE-PAGE-LIMIT
              PERFORM 8000-START-NEW-PAGE
                 THRU 8000-START-NEW-PAGE-EXIT
           END-IF.

           WRITE FS-HIER-RPT-RECORD FROM WS-TREE-LINE.

           ADD 1 TO WS-TREE-LINE-COUNT.
           ADD 1 TO WS-TREE-LINES.

       9000-PRINT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-HIER-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

      *** The spooled copy is taken from the report as qualified.
           CALL "REYDB_ENV_NAME" USING WS-TREE-SPOOL-SOURCE
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
