      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    variance.cbl       ***
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
       PROGRAM-ID. REYDB_VARIANCE IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Period-over-period variance on group totals - why this     ***
      *** month's figures moved, where REYDB_DIFF can only say which ***
      *** rows changed. REYDB_VARIANCE sets two dated snapshots from ***
      *** the database's group-totals history ("<db>.smh", filed by  ***
      *** REYDB_SUMMARY_SNAP) side by side, group by group, over the ***
      *** same amount and group slices: both counts and amounts, the ***
      *** deltas, the percentage change against the earlier period,  ***
      *** and NEW / GONE for a group present on one side only. The   ***
      *** lines go to variance.rpt in first-seen order with a        ***
      *** *TOTAL* line at the foot.                                  ***
      ***                                                            ***
      *** REYDB_VARIANCE_RULE / REYDB_VARIANCE_RULE_DROP keep one    ***
      *** threshold rule per database (varrule.dat) - a count        ***
      *** percentage, an amount percentage and an absolute amount    ***
      *** movement, zero leaving a test off. With a rule on file a   ***
      *** group past any of them, or one that appeared or            ***
      *** disappeared, is starred on the report and raised on the    ***
      *** operator alert file. No rule, no flags - the report alone. ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-variance.cpy".
       COPY "file/control/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-variance.cpy".
       COPY "file/section/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-variance.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-amount.cpy".

      *** Both periods side by side, one slot per group seen on
      *** either - twice the summary's hundred, since every group
      *** can have changed its name between the two.
       01 WS-VAR-TABLE.
          02 WS-VAR-ENTRY OCCURS 200 TIMES.
             03 WS-VAR-GROUP      PIC X(32).
             03 WS-VAR-FROM-SEEN  PIC X(01).
             03 WS-VAR-TO-SEEN    PIC X(01).
             03 WS-VAR-FROM-COUNT PIC 9(09)  COMP-5.
             03 WS-VAR-TO-COUNT   PIC 9(09)  COMP-5.
             03 WS-VAR-FROM-SUM   PIC S9(18) COMP-5.
             03 WS-VAR-TO-SUM     PIC S9(18) COMP-5.

       77 WS-VAR-COUNT-USED PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-VAR-IDX        PIC 9(04) COMP-5 VALUE ZERO.

      *** The side being loaded ('F' earlier, 'T' later), its date,
      *** and how many history rows it brought.
       77 WS-VAR-SIDE      PIC X(01) VALUE SPACE.
       77 WS-VAR-SIDE-DATE PIC 9(08) VALUE ZERO.
       77 WS-VAR-FROM-ROWS PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-VAR-TO-ROWS   PIC 9(09) COMP-5 VALUE ZERO.

      *** The database's threshold rule, when it has one.
       77 WS-VAR-RULE-ON     PIC X(01) VALUE 'N'.
       77 WS-VAR-RULE-COUNT  PIC 9(05) VALUE ZERO.
       77 WS-VAR-RULE-AMOUNT PIC 9(05) VALUE ZERO.
       77 WS-VAR-RULE-ABS    PIC 9(15) VALUE ZERO.

      *** The line in hand - both sides' figures, the deltas and the
      *** percentage changes, signed.
       77 WS-VAR-LINE-STATUS     PIC X(04) VALUE SPACE.
       77 WS-VAR-LINE-FROM-COUNT PIC 9(09)  COMP-5 VALUE ZERO.
       77 WS-VAR-LINE-TO-COUNT   PIC 9(09)  COMP-5 VALUE ZERO.
       77 WS-VAR-LINE-FROM-SUM   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-VAR-LINE-TO-SUM     PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-VAR-COUNT-DELTA     PIC S9(10) COMP-5 VALUE ZERO.
       77 WS-VAR-SUM-DELTA       PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-VAR-SUM-BASE        PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-VAR-ABS-DELTA       PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-VAR-COUNT-PCT       PIC S9(05)V9(01) VALUE ZERO.
       77 WS-VAR-SUM-PCT         PIC S9(05)V9(01) VALUE ZERO.
       77 WS-VAR-ABS-PCT         PIC S9(05)V9(01) VALUE ZERO.
       77 WS-VAR-BREACH          PIC X(01) VALUE 'N'.

      *** Grand totals across every group, both sides.
       77 WS-VAR-ALL-FROM-COUNT PIC 9(09)  COMP-5 VALUE ZERO.
       77 WS-VAR-ALL-TO-COUNT   PIC 9(09)  COMP-5 VALUE ZERO.
       77 WS-VAR-ALL-FROM-SUM   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-VAR-ALL-TO-SUM     PIC S9(18) COMP-5 VALUE ZERO.

       77 WS-VAR-BREACH-COUNT PIC 9(05) COMP-5 VALUE ZERO.

      *** Who set a rule, and when.
       77 WS-VAR-USER PIC X(08) VALUE SPACE.
       77 WS-VAR-DATE PIC 9(08) VALUE ZERO.
       77 WS-VAR-TIME PIC 9(08) VALUE ZERO.

       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The slices both snapshots were taken over, exactly as
      *** REYDB_SUMMARY_SNAP was handed them.
       77 LS-REYDB-AMOUNT-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-REYDB-AMOUNT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-REYDB-GROUP-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-REYDB-GROUP-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.

      *** The earlier and later snapshot dates, CCYYMMDD, and how
      *** many groups breached the database's thresholds.
       77 LS-VARIANCE-FROM-DATE PIC 9(08) VALUE ZERO.
       77 LS-VARIANCE-TO-DATE   PIC 9(08) VALUE ZERO.
       77 LS-VARIANCE-BREACHES  PIC 9(05) COMP-5 VALUE ZERO.

      *** One database's thresholds - whole percentages, and an
      *** absolute movement in the amount field's smallest unit.
       77 LS-VARIANCE-COUNT-PCT  PIC 9(05) COMP-5 VALUE ZERO.
       77 LS-VARIANCE-AMOUNT-PCT PIC 9(05) COMP-5 VALUE ZERO.
       77 LS-VARIANCE-AMOUNT-ABS PIC 9(15) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - the variance of two snapshots.       ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-REYDB-AMOUNT-OFFSET
                                    LS-REYDB-AMOUNT-LENGTH
                                    LS-REYDB-GROUP-OFFSET
                                    LS-REYDB-GROUP-LENGTH
                                    LS-VARIANCE-FROM-DATE
                                    LS-VARIANCE-TO-DATE
                                    LS-REYDB-RECORD-COUNT
                                    LS-VARIANCE-BREACHES
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT LS-VARIANCE-BREACHES.

           IF LS-VARIANCE-FROM-DATE NOT NUMERIC
           OR LS-VARIANCE-TO-DATE NOT NUMERIC
           OR LS-VARIANCE-FROM-DATE EQUAL ZERO
           OR LS-VARIANCE-TO-DATE EQUAL ZERO
           OR LS-VARIANCE-FROM-DATE EQUAL LS-VARIANCE-TO-DATE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.
           PERFORM 0200-LOAD-RULE   THRU 0200-LOAD-RULE-EXIT.

           OPEN INPUT FC-SUMHIST.

           IF WS-SUMHIST-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE ZERO TO WS-VAR-COUNT-USED WS-VAR-FROM-ROWS
                        WS-VAR-TO-ROWS WS-AMOUNT-SCALE.

           MOVE 'F'                   TO WS-VAR-SIDE.
           MOVE LS-VARIANCE-FROM-DATE TO WS-VAR-SIDE-DATE.
           PERFORM 1000-LOAD-SIDE THRU 1000-LOAD-SIDE-EXIT.

           MOVE 'T'                   TO WS-VAR-SIDE.
           MOVE LS-VARIANCE-TO-DATE   TO WS-VAR-SIDE-DATE.
           PERFORM 1000-LOAD-SIDE THRU 1000-LOAD-SIDE-EXIT.

           CLOSE FC-SUMHIST.

      *** A date with no snapshot over these slices is a period
      *** nobody filed - comparing against nothing would call every
      *** group NEW or GONE.
           IF WS-VAR-FROM-ROWS EQUAL ZERO
           OR WS-VAR-TO-ROWS EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE ZERO TO WS-VAR-BREACH-COUNT
                        WS-VAR-ALL-FROM-COUNT WS-VAR-ALL-TO-COUNT
                        WS-VAR-ALL-FROM-SUM   WS-VAR-ALL-TO-SUM.

           OPEN OUTPUT FC-VARIANCE-RPT.

           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                     UNTIL WS-VAR-IDX GREATER THAN WS-VAR-COUNT-USED
               PERFORM 2000-JUDGE-GROUP THRU 2000-JUDGE-GROUP-EXIT
           END-PERFORM.

      *** The foot line - reported, never judged.
           MOVE SPACE                 TO WS-VAR-LINE-STATUS.
           MOVE WS-VAR-ALL-FROM-COUNT TO WS-VAR-LINE-FROM-COUNT.
           MOVE WS-VAR-ALL-TO-COUNT   TO WS-VAR-LINE-TO-COUNT.
           MOVE WS-VAR-ALL-FROM-SUM   TO WS-VAR-LINE-FROM-SUM.
           MOVE WS-VAR-ALL-TO-SUM     TO WS-VAR-LINE-TO-SUM.

           PERFORM 2100-FILL-LINE THRU 2100-FILL-LINE-EXIT.

           MOVE "*TOTAL*" TO FS-VARIANCE-GROUP.
           WRITE FS-VARIANCE-RECORD.

           CLOSE FC-VARIANCE-RPT.

           MOVE WS-VAR-COUNT-USED   TO LS-REYDB-RECORD-COUNT.
           MOVE WS-VAR-BREACH-COUNT TO LS-VARIANCE-BREACHES.
           MOVE WS-REYDB-SUCCESS    TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - sets (or resets) the database's       ***
      *** threshold rule. A rule that tests nothing is refused.      ***
      ******************************************************************
       ENTRY "REYDB_VARIANCE_RULE" USING LS-REYDB-DATABASE-NAME
                                         LS-VARIANCE-COUNT-PCT
                                         LS-VARIANCE-AMOUNT-PCT
                                         LS-VARIANCE-AMOUNT-ABS.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-VARIANCE-COUNT-PCT EQUAL ZERO
              AND LS-VARIANCE-AMOUNT-PCT EQUAL ZERO
              AND LS-VARIANCE-AMOUNT-ABS EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE SPACE TO WS-VAR-USER.

           CALL "REYDB_WHOAMI" USING WS-VAR-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           ACCEPT WS-VAR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-VAR-TIME FROM TIME.

           OPEN I-O FC-VARRULE.

           IF WS-VARRULE-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-VARRULE
              CLOSE FC-VARRULE
              OPEN I-O FC-VARRULE
           END-IF.

           MOVE LS-REYDB-DATABASE-NAME TO FS-VARRULE-DATABASE.
           MOVE LS-VARIANCE-COUNT-PCT  TO FS-VARRULE-COUNT-PCT.
           MOVE LS-VARIANCE-AMOUNT-PCT TO FS-VARRULE-AMOUNT-PCT.
           MOVE LS-VARIANCE-AMOUNT-ABS TO FS-VARRULE-AMOUNT-ABS.
           MOVE WS-VAR-USER            TO FS-VARRULE-USER.
           MOVE WS-VAR-DATE            TO FS-VARRULE-TIMESTAMP (1:8).
           MOVE WS-VAR-TIME            TO FS-VARRULE-TIMESTAMP (9:8).

           WRITE FS-VARRULE-RECORD

           INVALID KEY *> Rule reworked - refresh it

               REWRITE FS-VARRULE-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-VARRULE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - drops the database's threshold rule.   ***
      *** No rule on file is already the asked-for state.            ***
      ******************************************************************
       ENTRY "REYDB_VARIANCE_RULE_DROP" USING LS-REYDB-DATABASE-NAME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-VARRULE.

           IF WS-VARRULE-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-REYDB-DATABASE-NAME TO FS-VARRULE-DATABASE.

           DELETE FC-VARRULE RECORD

           INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-VARRULE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Derives this database's history file name.                 ***
      ******************************************************************
       0100-DERIVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db.smh" TO WS-SUMHIST-DATABASE-NAME
           ELSE
              MOVE SPACE TO WS-SUMHIST-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     ".smh"                 DELIMITED BY SIZE
                INTO WS-SUMHIST-DATABASE-NAME
           END-IF.

       0100-DERIVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Picks up the database's threshold rule, if it has one.     ***
      ******************************************************************
       0200-LOAD-RULE.

           MOVE 'N' TO WS-VAR-RULE-ON.

           OPEN INPUT FC-VARRULE.

           IF WS-VARRULE-FILE-STATUS NOT EQUAL "00"
              GO TO 0200-LOAD-RULE-EXIT
           END-IF.

           MOVE LS-REYDB-DATABASE-NAME TO FS-VARRULE-DATABASE.

           READ FC-VARRULE KEY IS FS-VARRULE-DATABASE

           INVALID KEY
               MOVE 'N' TO WS-VAR-RULE-ON

           NOT INVALID KEY
               MOVE 'Y'                   TO WS-VAR-RULE-ON
               MOVE FS-VARRULE-COUNT-PCT  TO WS-VAR-RULE-COUNT
               MOVE FS-VARRULE-AMOUNT-PCT TO WS-VAR-RULE-AMOUNT
               MOVE FS-VARRULE-AMOUNT-ABS TO WS-VAR-RULE-ABS

           END-READ.

           CLOSE FC-VARRULE.

       0200-LOAD-RULE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Loads one side - every history row of WS-VAR-SIDE-DATE's   ***
      *** snapshot over the caller's slices, which sit together on   ***
      *** the key.                                                   ***
      ******************************************************************
       1000-LOAD-SIDE.

           MOVE WS-VAR-SIDE-DATE       TO FS-SUMHIST-DATE.
           MOVE LS-REYDB-AMOUNT-OFFSET TO FS-SUMHIST-AMOUNT-OFFSET.
           MOVE LS-REYDB-AMOUNT-LENGTH TO FS-SUMHIST-AMOUNT-LENGTH.
           MOVE LS-REYDB-GROUP-OFFSET  TO FS-SUMHIST-GROUP-OFFSET.
           MOVE LS-REYDB-GROUP-LENGTH  TO FS-SUMHIST-GROUP-LENGTH.
           MOVE LOW-VALUE              TO FS-SUMHIST-GROUP.

           MOVE 'N' TO WS-SUMHIST-EOF.

           START FC-SUMHIST KEY IS NOT LESS THAN FS-SUMHIST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-SUMHIST-EOF
           END-START.

           PERFORM UNTIL WS-SUMHIST-EOF EQUAL 'S'

               READ FC-SUMHIST NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SUMHIST-EOF

               NOT AT END
                   IF FS-SUMHIST-DATE EQUAL WS-VAR-SIDE-DATE
                      AND FS-SUMHIST-AMOUNT-OFFSET
                          EQUAL LS-REYDB-AMOUNT-OFFSET
                      AND FS-SUMHIST-AMOUNT-LENGTH
                          EQUAL LS-REYDB-AMOUNT-LENGTH
                      AND FS-SUMHIST-GROUP-OFFSET
                          EQUAL LS-REYDB-GROUP-OFFSET
                      AND FS-SUMHIST-GROUP-LENGTH
                          EQUAL LS-REYDB-GROUP-LENGTH
                      PERFORM 1100-FOLD-ROW THRU 1100-FOLD-ROW-EXIT
                   ELSE
                      MOVE 'S' TO WS-SUMHIST-EOF
                   END-IF
               END-READ

           END-PERFORM.

       1000-LOAD-SIDE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One history row into its group's slot, seating the slot on ***
      *** first sight. The later side's decimals are the ones the    ***
      *** figures print with.                                        ***
      ******************************************************************
       1100-FOLD-ROW.

           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                     UNTIL WS-VAR-IDX GREATER THAN WS-VAR-COUNT-USED
                   OR WS-VAR-GROUP (WS-VAR-IDX) EQUAL FS-SUMHIST-GROUP
               CONTINUE
           END-PERFORM.

           IF WS-VAR-IDX GREATER THAN WS-VAR-COUNT-USED
              IF WS-VAR-COUNT-USED NOT LESS THAN 200
                 GO TO 1100-FOLD-ROW-EXIT
              END-IF
              ADD 1 TO WS-VAR-COUNT-USED
              MOVE FS-SUMHIST-GROUP TO WS-VAR-GROUP (WS-VAR-IDX)
              MOVE 'N' TO WS-VAR-FROM-SEEN (WS-VAR-IDX)
                          WS-VAR-TO-SEEN   (WS-VAR-IDX)
              MOVE ZERO TO WS-VAR-FROM-COUNT (WS-VAR-IDX)
                           WS-VAR-TO-COUNT   (WS-VAR-IDX)
                           WS-VAR-FROM-SUM   (WS-VAR-IDX)
                           WS-VAR-TO-SUM     (WS-VAR-IDX)
           END-IF.

           IF WS-VAR-SIDE EQUAL 'F'
              ADD 1 TO WS-VAR-FROM-ROWS
              MOVE 'Y'              TO WS-VAR-FROM-SEEN  (WS-VAR-IDX)
              MOVE FS-SUMHIST-COUNT TO WS-VAR-FROM-COUNT (WS-VAR-IDX)
              MOVE FS-SUMHIST-SUM   TO WS-VAR-FROM-SUM   (WS-VAR-IDX)
           ELSE
              ADD 1 TO WS-VAR-TO-ROWS
              MOVE 'Y'              TO WS-VAR-TO-SEEN    (WS-VAR-IDX)
              MOVE FS-SUMHIST-COUNT TO WS-VAR-TO-COUNT   (WS-VAR-IDX)
              MOVE FS-SUMHIST-SUM   TO WS-VAR-TO-SUM     (WS-VAR-IDX)
           END-IF.

           MOVE FS-SUMHIST-SCALE TO WS-AMOUNT-SCALE.

       1100-FOLD-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One group's line, judged against the rule - starred and    ***
      *** raised on the alert file when it breaches.                 ***
      ******************************************************************
       2000-JUDGE-GROUP.

           MOVE SPACE TO WS-VAR-LINE-STATUS.

           IF WS-VAR-FROM-SEEN (WS-VAR-IDX) EQUAL 'N'
              MOVE "NEW"  TO WS-VAR-LINE-STATUS
           END-IF.

           IF WS-VAR-TO-SEEN (WS-VAR-IDX) EQUAL 'N'
              MOVE "GONE" TO WS-VAR-LINE-STATUS
           END-IF.

           MOVE WS-VAR-FROM-COUNT (WS-VAR-IDX)
             TO WS-VAR-LINE-FROM-COUNT.
           MOVE WS-VAR-TO-COUNT   (WS-VAR-IDX)
             TO WS-VAR-LINE-TO-COUNT.
           MOVE WS-VAR-FROM-SUM   (WS-VAR-IDX)
             TO WS-VAR-LINE-FROM-SUM.
           MOVE WS-VAR-TO-SUM     (WS-VAR-IDX)
             TO WS-VAR-LINE-TO-SUM.

           ADD WS-VAR-LINE-FROM-COUNT TO WS-VAR-ALL-FROM-COUNT.
           ADD WS-VAR-LINE-TO-COUNT   TO WS-VAR-ALL-TO-COUNT.
           ADD WS-VAR-LINE-FROM-SUM   TO WS-VAR-ALL-FROM-SUM.
           ADD WS-VAR-LINE-TO-SUM     TO WS-VAR-ALL-TO-SUM.

           PERFORM 2100-FILL-LINE THRU 2100-FILL-LINE-EXIT.

           MOVE WS-VAR-GROUP (WS-VAR-IDX) TO FS-VARIANCE-GROUP.

           PERFORM 2200-TEST-RULE THRU 2200-TEST-RULE-EXIT.

           IF WS-VAR-BREACH EQUAL 'Y'
              MOVE '*' TO FS-VARIANCE-FLAG
              ADD 1 TO WS-VAR-BREACH-COUNT
              PERFORM 3000-RAISE-ALERT THRU 3000-RAISE-ALERT-EXIT
           END-IF.

           WRITE FS-VARIANCE-RECORD.

       2000-JUDGE-GROUP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Works the line's deltas and percentage changes and lays    ***
      *** them into the report record. A percentage against an       ***
      *** empty earlier period is zero; one too wide for its column  ***
      *** prints at the column's limit, signed.                      ***
      ******************************************************************
       2100-FILL-LINE.

           MOVE SPACE TO FS-VARIANCE-RECORD.

           MOVE WS-VAR-LINE-STATUS     TO FS-VARIANCE-STATUS.
           MOVE WS-VAR-LINE-FROM-COUNT TO FS-VARIANCE-FROM-COUNT.
           MOVE WS-VAR-LINE-TO-COUNT   TO FS-VARIANCE-TO-COUNT.

           COMPUTE WS-VAR-COUNT-DELTA =
               WS-VAR-LINE-TO-COUNT - WS-VAR-LINE-FROM-COUNT.
           COMPUTE WS-VAR-SUM-DELTA =
               WS-VAR-LINE-TO-SUM - WS-VAR-LINE-FROM-SUM.

           MOVE WS-VAR-COUNT-DELTA TO FS-VARIANCE-COUNT-DELTA.

           MOVE ZERO TO WS-VAR-COUNT-PCT WS-VAR-SUM-PCT.

           IF WS-VAR-LINE-FROM-COUNT GREATER THAN ZERO
              COMPUTE WS-VAR-COUNT-PCT ROUNDED =
                  WS-VAR-COUNT-DELTA * 100 / WS-VAR-LINE-FROM-COUNT
                  ON SIZE ERROR
                      IF WS-VAR-COUNT-DELTA LESS THAN ZERO
                         MOVE -99999.9 TO WS-VAR-COUNT-PCT
                      ELSE
                         MOVE 99999.9  TO WS-VAR-COUNT-PCT
                      END-IF
              END-COMPUTE
           END-IF.

      *** Against the size of the earlier amount - a credit balance
      *** shrinking toward zero is a fall, whatever its sign.
           MOVE WS-VAR-LINE-FROM-SUM TO WS-VAR-SUM-BASE.

           IF WS-VAR-SUM-BASE LESS THAN ZERO
              COMPUTE WS-VAR-SUM-BASE = 0 - WS-VAR-SUM-BASE
           END-IF.

           IF WS-VAR-SUM-BASE GREATER THAN ZERO
              COMPUTE WS-VAR-SUM-PCT ROUNDED =
                  WS-VAR-SUM-DELTA * 100 / WS-VAR-SUM-BASE
                  ON SIZE ERROR
                      IF WS-VAR-SUM-DELTA LESS THAN ZERO
                         MOVE -99999.9 TO WS-VAR-SUM-PCT
                      ELSE
                         MOVE 99999.9  TO WS-VAR-SUM-PCT
                      END-IF
              END-COMPUTE
           END-IF.

           MOVE WS-VAR-COUNT-PCT TO FS-VARIANCE-COUNT-PCT.
           MOVE WS-VAR-SUM-PCT   TO FS-VARIANCE-SUM-PCT.

           CALL "REYDB_AMOUNT_EDIT" USING WS-VAR-LINE-FROM-SUM
                                          WS-AMOUNT-SCALE
                                          FS-VARIANCE-FROM-SUM
           END-CALL.

           CALL "REYDB_AMOUNT_EDIT" USING WS-VAR-LINE-TO-SUM
                                          WS-AMOUNT-SCALE
                                          FS-VARIANCE-TO-SUM
           END-CALL.

           CALL "REYDB_AMOUNT_EDIT" USING WS-VAR-SUM-DELTA
                                          WS-AMOUNT-SCALE
                                          FS-VARIANCE-SUM-DELTA
           END-CALL.

       2100-FILL-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The line against the database's rule. No rule, no breach;  ***
      *** with one, a group on one side only always breaches.        ***
      ******************************************************************
       2200-TEST-RULE.

           MOVE 'N' TO WS-VAR-BREACH.

           IF WS-VAR-RULE-ON NOT EQUAL 'Y'
              GO TO 2200-TEST-RULE-EXIT
           END-IF.

           IF WS-VAR-LINE-STATUS NOT EQUAL SPACE
              MOVE 'Y' TO WS-VAR-BREACH
              GO TO 2200-TEST-RULE-EXIT
           END-IF.

           MOVE WS-VAR-COUNT-PCT TO WS-VAR-ABS-PCT.

           IF WS-VAR-ABS-PCT LESS THAN ZERO
              COMPUTE WS-VAR-ABS-PCT = 0 - WS-VAR-ABS-PCT
           END-IF.

           IF WS-VAR-RULE-COUNT GREATER THAN ZERO
              AND WS-VAR-ABS-PCT GREATER THAN WS-VAR-RULE-COUNT
              MOVE 'Y' TO WS-VAR-BREACH
              GO TO 2200-TEST-RULE-EXIT
           END-IF.

           MOVE WS-VAR-SUM-PCT TO WS-VAR-ABS-PCT.

           IF WS-VAR-ABS-PCT LESS THAN ZERO
              COMPUTE WS-VAR-ABS-PCT = 0 - WS-VAR-ABS-PCT
           END-IF.

           IF WS-VAR-RULE-AMOUNT GREATER THAN ZERO
              AND WS-VAR-ABS-PCT GREATER THAN WS-VAR-RULE-AMOUNT
              MOVE 'Y' TO WS-VAR-BREACH
              GO TO 2200-TEST-RULE-EXIT
           END-IF.

           MOVE WS-VAR-SUM-DELTA TO WS-VAR-ABS-DELTA.

           IF WS-VAR-ABS-DELTA LESS THAN ZERO
              COMPUTE WS-VAR-ABS-DELTA = 0 - WS-VAR-ABS-DELTA
           END-IF.

           IF WS-VAR-RULE-ABS GREATER THAN ZERO
              AND WS-VAR-ABS-DELTA GREATER THAN WS-VAR-RULE-ABS
              MOVE 'Y' TO WS-VAR-BREACH
           END-IF.

       2200-TEST-RULE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One breach on the operator alert file - the group, and     ***
      *** NEW / GONE or its amount change.                           ***
      ******************************************************************
       3000-RAISE-ALERT.

           OPEN EXTEND FC-ALERT.

           IF WS-ALERT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-ALERT
           END-IF.

           MOVE 'W'                    TO FS-ALERT-SEVERITY.
           MOVE "REYDB_VARIANCE"       TO FS-ALERT-PROGRAM.
           MOVE LS-REYDB-DATABASE-NAME TO FS-ALERT-DATABASE.
           MOVE ZERO                   TO FS-ALERT-RESULT.

           MOVE SPACE TO FS-ALERT-TEXT.

           IF WS-VAR-LINE-STATUS NOT EQUAL SPACE
              STRING "VARIANCE "                      DELIMITED BY SIZE
                     WS-VAR-GROUP (WS-VAR-IDX) (1:16) DELIMITED BY SIZE
                     " "                              DELIMITED BY SIZE
                     WS-VAR-LINE-STATUS               DELIMITED BY SIZE
                INTO FS-ALERT-TEXT
           ELSE
              STRING "VARIANCE "                      DELIMITED BY SIZE
                     WS-VAR-GROUP (WS-VAR-IDX) (1:16) DELIMITED BY SIZE
                     " AMT"                           DELIMITED BY SIZE
                     FS-VARIANCE-SUM-PCT              DELIMITED BY SIZE
                     "%"                              DELIMITED BY SIZE
                INTO FS-ALERT-TEXT
           END-IF.

           MOVE ZERO TO FS-ALERT-RUN-ID FS-ALERT-SNAP-SEQ.

           WRITE FS-ALERT-RECORD.

           CLOSE FC-ALERT.

       3000-RAISE-ALERT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-VARRULE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-VARIANCE-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
