      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    replay.cbl         ***
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
       PROGRAM-ID. REYDB_REPLAY IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Production workload replay, for capacity testing. Takes    ***
      *** one day of a database's audit trail and drives the same    ***
      *** ADD / REWRITE / REMOVE sequence, in trail order, against a ***
      *** test copy through the real REYDB_ADD / REYDB_REWRITE /     ***
      *** REYDB_REMOVE - every after-image deciphered under the      ***
      *** generation its entry carries and run through the source    ***
      *** database's masking profile (REYDB_MASK_APPLY) first, so no ***
      *** live content ever reaches the copy. A source with no       ***
      *** masking profile is refused outright.                       ***
      ***                                                            ***
      *** Pacing 'R' holds each call back until its recorded offset  ***
      *** into the day has come round again; pacing 'F' drives the   ***
      *** calls back to back, as fast as the copy will take them.    ***
      ***                                                            ***
      *** Every call is timed the way REYDB_METRIC times production, ***
      *** and replay.rpt sets the replayed calls and average against ***
      *** that day's recorded metrics.dat figures per program per    ***
      *** hour, then closes on the window lines: the day's recorded  ***
      *** span, the replay's busy and wall-clock time, and the       ***
      *** projected window at 1.5x and 2x the day's volume.          ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-audit.cpy".
       COPY "file/control/reydb-metric.cpy".
       COPY "file/control/reydb-replay.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-audit.cpy".
       COPY "file/section/reydb-metric.cpy".
       COPY "file/section/reydb-replay.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-metric.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-replay.cpy".
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The test copy the day is driven against - never the source
      *** itself - the CCYYMMDD day of the trail to replay, and the
      *** pacing: 'R' as recorded, 'F' as fast as possible.
       77 LS-REPLAY-TARGET-NAME PIC X(64) VALUE SPACE.
       77 LS-REPLAY-DAY         PIC 9(08) VALUE ZERO.
       77 LS-REPLAY-PACING      PIC X(01) VALUE SPACE.
          88 LS-REPLAY-IS-RECORDED VALUE 'R'.
          88 LS-REPLAY-IS-FAST     VALUE 'F'.
      ******************************************************************

      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-REPLAY-TARGET-NAME
                                    LS-REPLAY-DAY
                                    LS-REPLAY-PACING
                                    LS-REYDB-RECORD-COUNT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT.

      *** A replay onto the source would rerun a production day over
      *** production - refused along with a day or pacing that says
      *** nothing.
           IF LS-REPLAY-TARGET-NAME EQUAL SPACE
           OR LS-REPLAY-TARGET-NAME EQUAL LS-REYDB-DATABASE-NAME
           OR LS-REPLAY-DAY NOT NUMERIC
           OR LS-REPLAY-DAY EQUAL ZERO
           OR (NOT LS-REPLAY-IS-RECORDED
               AND NOT LS-REPLAY-IS-FAST)
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME
              MOVE SPACE TO WS-AUDIT-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     ".log"                 DELIMITED BY SIZE
                INTO WS-AUDIT-DATABASE-NAME
           END-IF.

      *** The source's processing policy, for deciphering the
      *** after-images the way they sit at rest.
           CALL "REYDB_POLICY" USING LS-REYDB-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

           OPEN INPUT FC-AUDIT.

           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE ZERO TO WS-REPLAY-SUM-COUNT WS-REPLAY-CALLS
                        WS-REPLAY-BUSY WS-REPLAY-WALL
                        WS-REPLAY-REC-FIRST WS-REPLAY-REC-LAST.
           MOVE 'N'  TO WS-REPLAY-STARTED.
           MOVE 'N'  TO WS-REPLAY-EOF.

           ACCEPT WS-REPLAY-CLOCK-X FROM TIME.
           PERFORM 9000-CLOCK-HUNDREDTHS
              THRU 9000-CLOCK-HUNDREDTHS-EXIT.
           MOVE WS-REPLAY-CLOCK-HUNDREDTHS TO WS-REPLAY-RUN-START.

      *** Success unless the masking refuses an entry - the one
      *** failure that stops the replay, since carrying on would
      *** land unmasked content on the copy.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM UNTIL WS-REPLAY-EOF EQUAL 'S'

               READ FC-AUDIT

               AT END
                   MOVE 'S' TO WS-REPLAY-EOF

               NOT AT END
                   IF FS-AUDIT-TIMESTAMP (1:8) EQUAL LS-REPLAY-DAY
                      AND (FS-AUDIT-OPERATION EQUAL "ADD"
                           OR FS-AUDIT-OPERATION EQUAL "REWRITE"
                           OR FS-AUDIT-OPERATION EQUAL "REMOVE")
                      PERFORM 1000-REPLAY-ENTRY
                         THRU 1000-REPLAY-ENTRY-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-AUDIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REPLAY-CALLS TO LS-REYDB-RECORD-COUNT
              GOBACK
           END-IF.

           ACCEPT WS-REPLAY-CLOCK-X FROM TIME.
           PERFORM 9000-CLOCK-HUNDREDTHS
              THRU 9000-CLOCK-HUNDREDTHS-EXIT.

           COMPUTE WS-REPLAY-RUN-OFFSET =
               WS-REPLAY-CLOCK-HUNDREDTHS - WS-REPLAY-RUN-START.

           IF WS-REPLAY-RUN-OFFSET LESS THAN ZERO
              ADD 8640000 TO WS-REPLAY-RUN-OFFSET
           END-IF.

           MOVE WS-REPLAY-RUN-OFFSET TO WS-REPLAY-WALL.

           PERFORM 2000-FOLD-RECORDED THRU 2000-FOLD-RECORDED-EXIT.
           PERFORM 3000-WRITE-REPORT  THRU 3000-WRITE-REPORT-EXIT.

           MOVE WS-REPLAY-CALLS  TO LS-REYDB-RECORD-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Drives one trail entry against the test copy - paced when  ***
      *** asked, masked, then handed to the real CRUD program under  ***
      *** the metric clock.                                          ***
      ******************************************************************
       1000-REPLAY-ENTRY.

           MOVE FS-AUDIT-TIMESTAMP (9:8) TO WS-REPLAY-CLOCK-X.
           PERFORM 9000-CLOCK-HUNDREDTHS
              THRU 9000-CLOCK-HUNDREDTHS-EXIT.

           IF WS-REPLAY-STARTED EQUAL 'N'
              MOVE WS-REPLAY-CLOCK-HUNDREDTHS TO WS-REPLAY-REC-FIRST
              MOVE 'Y' TO WS-REPLAY-STARTED
           END-IF.

           MOVE WS-REPLAY-CLOCK-HUNDREDTHS TO WS-REPLAY-REC-LAST.

           IF LS-REPLAY-IS-RECORDED
              PERFORM 1100-PACE-ENTRY THRU 1100-PACE-ENTRY-EXIT
           END-IF.

           MOVE FS-AUDIT-KEY   TO WS-REYDB-KEY.
           MOVE FS-AUDIT-AFTER TO WS-REPLAY-IMAGE.

      *** A REMOVE only needs the key - its content never lands.
           IF FS-AUDIT-OPERATION NOT EQUAL "REMOVE"
              PERFORM 1200-UNSEAL-AND-MASK
                 THRU 1200-UNSEAL-AND-MASK-EXIT
              IF WS-REYDB-RESULT-MASK NOT EQUAL WS-REYDB-SUCCESS
                 MOVE WS-REYDB-RESULT-MASK TO LS-REYDB-RESULT
                 MOVE 'S' TO WS-REPLAY-EOF
                 GO TO 1000-REPLAY-ENTRY-EXIT
              END-IF
           END-IF.

      *** The copy gets plaintext, active - it compresses and
      *** enciphers under its own policy on the way in.
           MOVE "N"             TO WS-REPLAY-IMAGE-FLAG.
           MOVE WS-REPLAY-IMAGE TO WS-REYDB-BUFFER.

           ACCEPT WS-METRIC-START-X FROM TIME.

           EVALUATE FS-AUDIT-OPERATION

               WHEN "ADD"
                   MOVE "REYDB_ADD" TO WS-REPLAY-PROGRAM
                   CALL "REYDB_ADD" USING WS-REYDB-RECORD
                                          LS-REPLAY-TARGET-NAME
                       RETURNING WS-REYDB-RESULT-REPLAY
                   END-CALL

               WHEN "REWRITE"
                   MOVE "REYDB_REWRITE" TO WS-REPLAY-PROGRAM
                   CALL "REYDB_REWRITE" USING WS-REYDB-RECORD
                                              LS-REPLAY-TARGET-NAME
                       RETURNING WS-REYDB-RESULT-REPLAY
                   END-CALL

               WHEN "REMOVE"
                   MOVE "REYDB_REMOVE" TO WS-REPLAY-PROGRAM
                   CALL "REYDB_REMOVE" USING WS-REYDB-RECORD
                                             LS-REPLAY-TARGET-NAME
                       RETURNING WS-REYDB-RESULT-REPLAY
                   END-CALL

           END-EVALUATE.

           ACCEPT WS-METRIC-END-X FROM TIME.

           COMPUTE WS-METRIC-ELAPSED =
               ((WS-METRIC-END-HH - WS-METRIC-START-HH) * 360000)
               + ((WS-METRIC-END-MM - WS-METRIC-START-MM) * 6000)
               + ((WS-METRIC-END-SS - WS-METRIC-START-SS) * 100)
               + (WS-METRIC-END-FF - WS-METRIC-START-FF).

      *** A call that straddled midnight.
           IF WS-METRIC-ELAPSED LESS THAN ZERO
              ADD 8640000 TO WS-METRIC-ELAPSED
           END-IF.

           ADD 1                 TO WS-REPLAY-CALLS.
           ADD WS-METRIC-ELAPSED TO WS-REPLAY-BUSY.

      *** Filed under the hour the call was made in production, so
      *** the comparison lines up hour for hour.
           MOVE FS-AUDIT-TIMESTAMP (9:2) TO WS-REPLAY-HOUR.

           PERFORM 1900-SEAT-SLOT THRU 1900-SEAT-SLOT-EXIT.

           IF WS-REPLAY-IDX GREATER THAN WS-REPLAY-SUM-COUNT
              GO TO 1000-REPLAY-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-REPLAY-SUM-RUN-CALLS (WS-REPLAY-IDX).
           ADD WS-METRIC-ELAPSED
             TO WS-REPLAY-SUM-RUN-TOTAL (WS-REPLAY-IDX).

      *** A truncation warning still landed the row.
           IF WS-REYDB-RESULT-REPLAY NOT EQUAL WS-REYDB-SUCCESS
              AND WS-REYDB-RESULT-REPLAY NOT EQUAL WS-REYDB-TRUNCATED
              ADD 1 TO WS-REPLAY-SUM-FAILS (WS-REPLAY-IDX)
           END-IF.

       1000-REPLAY-ENTRY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Recorded pacing - holds the entry back until the replay is ***
      *** as far into its run as the entry was into the day. Whole   ***
      *** seconds only; a replay already behind simply carries on.   ***
      ******************************************************************
       1100-PACE-ENTRY.

           COMPUTE WS-REPLAY-REC-OFFSET =
               WS-REPLAY-REC-LAST - WS-REPLAY-REC-FIRST.

           ACCEPT WS-REPLAY-CLOCK-X FROM TIME.
           PERFORM 9000-CLOCK-HUNDREDTHS
              THRU 9000-CLOCK-HUNDREDTHS-EXIT.

           COMPUTE WS-REPLAY-RUN-OFFSET =
               WS-REPLAY-CLOCK-HUNDREDTHS - WS-REPLAY-RUN-START.

           IF WS-REPLAY-RUN-OFFSET LESS THAN ZERO
              ADD 8640000 TO WS-REPLAY-RUN-OFFSET
           END-IF.

           IF WS-REPLAY-REC-OFFSET NOT GREATER THAN WS-REPLAY-RUN-OFFSET
              GO TO 1100-PACE-ENTRY-EXIT
           END-IF.

           COMPUTE WS-REPLAY-SLEEP-SECS =
               (WS-REPLAY-REC-OFFSET - WS-REPLAY-RUN-OFFSET) / 100.

           IF WS-REPLAY-SLEEP-SECS GREATER THAN ZERO
              CALL "C$SLEEP" USING WS-REPLAY-SLEEP-SECS
              END-CALL
           END-IF.

       1100-PACE-ENTRY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Brings the after-image's content back to plaintext under   ***
      *** the generation its entry says it is at rest under, then    ***
      *** through the source's masking profile.                      ***
      ******************************************************************
       1200-UNSEAL-AND-MASK.

           MOVE FS-AUDIT-KEYGEN TO WS-REPLAY-GEN.

           IF WS-REPLAY-IMAGE-IS-COMPRESSED
              MOVE 'Y' TO WS-REPLAY-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-REPLAY-COMPRESS-FLAG
           END-IF.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_DECRYPT_GEN" USING WS-REPLAY-IMAGE-CONTENT
                                             WS-REPLAY-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-REPLAY-IMAGE-CONTENT
                                         WS-REPLAY-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           CALL "REYDB_MASK_APPLY" USING LS-REYDB-DATABASE-NAME
                                         WS-REPLAY-IMAGE-CONTENT
               RETURNING WS-REYDB-RESULT-MASK
           END-CALL.

       1200-UNSEAL-AND-MASK-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Finds the slot for WS-REPLAY-PROGRAM / WS-REPLAY-HOUR,     ***
      *** seating it on first sight. A full table leaves the index   ***
      *** past the count and the figures go unsummarized.            ***
      ******************************************************************
       1900-SEAT-SLOT.

           PERFORM VARYING WS-REPLAY-IDX FROM 1 BY 1
                     UNTIL WS-REPLAY-IDX GREATER THAN
                           WS-REPLAY-SUM-COUNT
                   OR (WS-REPLAY-SUM-PROGRAM (WS-REPLAY-IDX)
                       EQUAL WS-REPLAY-PROGRAM
                       AND WS-REPLAY-SUM-HOUR (WS-REPLAY-IDX)
                           EQUAL WS-REPLAY-HOUR)
               CONTINUE
           END-PERFORM.

           IF WS-REPLAY-IDX NOT GREATER THAN WS-REPLAY-SUM-COUNT
              GO TO 1900-SEAT-SLOT-EXIT
           END-IF.

           IF WS-REPLAY-SUM-COUNT NOT LESS THAN 100
              GO TO 1900-SEAT-SLOT-EXIT
           END-IF.

           ADD 1 TO WS-REPLAY-SUM-COUNT.
           MOVE WS-REPLAY-SUM-COUNT TO WS-REPLAY-IDX.

           MOVE WS-REPLAY-PROGRAM
             TO WS-REPLAY-SUM-PROGRAM (WS-REPLAY-IDX).
           MOVE WS-REPLAY-HOUR
             TO WS-REPLAY-SUM-HOUR    (WS-REPLAY-IDX).
           MOVE ZERO TO WS-REPLAY-SUM-REC-CALLS (WS-REPLAY-IDX)
                        WS-REPLAY-SUM-REC-TOTAL (WS-REPLAY-IDX)
                        WS-REPLAY-SUM-RUN-CALLS (WS-REPLAY-IDX)
                        WS-REPLAY-SUM-RUN-TOTAL (WS-REPLAY-IDX)
                        WS-REPLAY-SUM-FAILS     (WS-REPLAY-IDX).

       1900-SEAT-SLOT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Folds the day's recorded REYDB_METRIC figures for the      ***
      *** source database's three CRUD programs into the same slots. ***
      *** No metrics file leaves the recorded side at zero - the     ***
      *** replay's own figures still report.                         ***
      ******************************************************************
       2000-FOLD-RECORDED.

           OPEN INPUT FC-METRIC.

           IF WS-METRIC-FILE-STATUS NOT EQUAL "00"
              GO TO 2000-FOLD-RECORDED-EXIT
           END-IF.

           MOVE 'N' TO WS-REPLAY-EOF.

           PERFORM UNTIL WS-REPLAY-EOF EQUAL 'S'

               READ FC-METRIC

               AT END
                   MOVE 'S' TO WS-REPLAY-EOF

               NOT AT END
                   IF FS-METRIC-DATABASE EQUAL LS-REYDB-DATABASE-NAME
                      AND FS-METRIC-DATE EQUAL LS-REPLAY-DAY
                      AND (FS-METRIC-PROGRAM EQUAL "REYDB_ADD"
                           OR FS-METRIC-PROGRAM EQUAL "REYDB_REWRITE"
                           OR FS-METRIC-PROGRAM EQUAL "REYDB_REMOVE")
                      PERFORM 2100-FOLD-METRIC
                         THRU 2100-FOLD-METRIC-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-METRIC.

       2000-FOLD-RECORDED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One recorded timing into its program-and-hour slot.        ***
      ******************************************************************
       2100-FOLD-METRIC.

           MOVE FS-METRIC-PROGRAM TO WS-REPLAY-PROGRAM.
           MOVE FS-METRIC-HOUR    TO WS-REPLAY-HOUR.

           PERFORM 1900-SEAT-SLOT THRU 1900-SEAT-SLOT-EXIT.

           IF WS-REPLAY-IDX GREATER THAN WS-REPLAY-SUM-COUNT
              GO TO 2100-FOLD-METRIC-EXIT
           END-IF.

           ADD 1 TO WS-REPLAY-SUM-REC-CALLS (WS-REPLAY-IDX).
           ADD FS-METRIC-ELAPSED
             TO WS-REPLAY-SUM-REC-TOTAL (WS-REPLAY-IDX).

       2100-FOLD-METRIC-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The comparison lines in first-seen order, then the window  ***
      *** lines.                                                     ***
      ******************************************************************
       3000-WRITE-REPORT.

           OPEN OUTPUT FC-REPLAY-RPT.

           PERFORM VARYING WS-REPLAY-IDX FROM 1 BY 1
                     UNTIL WS-REPLAY-IDX GREATER THAN
                           WS-REPLAY-SUM-COUNT
               PERFORM 3100-WRITE-SLOT THRU 3100-WRITE-SLOT-EXIT
           END-PERFORM.

      *** The day as recorded - first to last replayed entry.
           MOVE WS-REPLAY-REC-LAST TO WS-REPLAY-REC-WINDOW.
           SUBTRACT WS-REPLAY-REC-FIRST FROM WS-REPLAY-REC-WINDOW.

           MOVE SPACE                TO FS-REPLAY-WIN-RECORD.
           MOVE "RECORDED WINDOW"    TO FS-REPLAY-WIN-LABEL.
           MOVE WS-REPLAY-CALLS      TO FS-REPLAY-WIN-CALLS.
           MOVE WS-REPLAY-REC-WINDOW TO FS-REPLAY-WIN-HUNDREDTHS.
           WRITE FS-REPLAY-WIN-RECORD.

           MOVE SPACE                TO FS-REPLAY-WIN-RECORD.
           MOVE "REPLAY BUSY"        TO FS-REPLAY-WIN-LABEL.
           MOVE WS-REPLAY-CALLS      TO FS-REPLAY-WIN-CALLS.
           MOVE WS-REPLAY-BUSY       TO FS-REPLAY-WIN-HUNDREDTHS.
           WRITE FS-REPLAY-WIN-RECORD.

           MOVE SPACE                TO FS-REPLAY-WIN-RECORD.
           MOVE "REPLAY WALL CLOCK"  TO FS-REPLAY-WIN-LABEL.
           MOVE WS-REPLAY-CALLS      TO FS-REPLAY-WIN-CALLS.
           MOVE WS-REPLAY-WALL       TO FS-REPLAY-WIN-HUNDREDTHS.
           WRITE FS-REPLAY-WIN-RECORD.

           MOVE 1.5                  TO WS-REPLAY-FACTOR.
           MOVE "PROJECTED AT 1.5X"  TO WS-REPLAY-PROGRAM.
           PERFORM 3200-WRITE-PROJECTION
              THRU 3200-WRITE-PROJECTION-EXIT.

           MOVE 2.0                  TO WS-REPLAY-FACTOR.
           MOVE "PROJECTED AT 2X"    TO WS-REPLAY-PROGRAM.
           PERFORM 3200-WRITE-PROJECTION
              THRU 3200-WRITE-PROJECTION-EXIT.

           CLOSE FC-REPLAY-RPT.

       3000-WRITE-REPORT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One program-and-hour comparison line.                      ***
      ******************************************************************
       3100-WRITE-SLOT.

           MOVE SPACE TO FS-REPLAY-RPT-RECORD.
           MOVE ZERO  TO FS-REPLAY-RPT-REC-AVG FS-REPLAY-RPT-RUN-AVG
                         FS-REPLAY-RPT-PCT.

           MOVE WS-REPLAY-SUM-PROGRAM   (WS-REPLAY-IDX)
             TO FS-REPLAY-RPT-PROGRAM.
           MOVE WS-REPLAY-SUM-HOUR      (WS-REPLAY-IDX)
             TO FS-REPLAY-RPT-HOUR.
           MOVE WS-REPLAY-SUM-REC-CALLS (WS-REPLAY-IDX)
             TO FS-REPLAY-RPT-REC-CALLS.
           MOVE WS-REPLAY-SUM-RUN-CALLS (WS-REPLAY-IDX)
             TO FS-REPLAY-RPT-RUN-CALLS.
           MOVE WS-REPLAY-SUM-FAILS     (WS-REPLAY-IDX)
             TO FS-REPLAY-RPT-FAILS.

           IF WS-REPLAY-SUM-REC-CALLS (WS-REPLAY-IDX) GREATER THAN ZERO
              DIVIDE WS-REPLAY-SUM-REC-TOTAL (WS-REPLAY-IDX)
                  BY WS-REPLAY-SUM-REC-CALLS (WS-REPLAY-IDX)
                  GIVING FS-REPLAY-RPT-REC-AVG
           END-IF.

           IF WS-REPLAY-SUM-RUN-CALLS (WS-REPLAY-IDX) GREATER THAN ZERO
              DIVIDE WS-REPLAY-SUM-RUN-TOTAL (WS-REPLAY-IDX)
                  BY WS-REPLAY-SUM-RUN-CALLS (WS-REPLAY-IDX)
                  GIVING FS-REPLAY-RPT-RUN-AVG
           END-IF.

           IF FS-REPLAY-RPT-REC-AVG GREATER THAN ZERO
              COMPUTE FS-REPLAY-RPT-PCT =
                  FS-REPLAY-RPT-RUN-AVG * 100 / FS-REPLAY-RPT-REC-AVG
                  ON SIZE ERROR
                      MOVE 99999 TO FS-REPLAY-RPT-PCT
              END-COMPUTE
           END-IF.

           WRITE FS-REPLAY-RPT-RECORD.

       3100-WRITE-SLOT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One projection line. The replay's busy time scales with    ***
      *** the volume; the window can never come in shorter than the  ***
      *** span the day's arrivals are spread over, so the projection ***
      *** is the larger of the two.                                  ***
      ******************************************************************
       3200-WRITE-PROJECTION.

           COMPUTE WS-REPLAY-PROJECTED ROUNDED =
               WS-REPLAY-BUSY * WS-REPLAY-FACTOR.

           IF WS-REPLAY-PROJECTED LESS THAN WS-REPLAY-REC-WINDOW
              MOVE WS-REPLAY-REC-WINDOW TO WS-REPLAY-PROJECTED
           END-IF.

           MOVE SPACE               TO FS-REPLAY-WIN-RECORD.
           MOVE WS-REPLAY-PROGRAM   TO FS-REPLAY-WIN-LABEL.
           COMPUTE FS-REPLAY-WIN-CALLS ROUNDED =
               WS-REPLAY-CALLS * WS-REPLAY-FACTOR.
           MOVE WS-REPLAY-PROJECTED TO FS-REPLAY-WIN-HUNDREDTHS.
           WRITE FS-REPLAY-WIN-RECORD.

       3200-WRITE-PROJECTION-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-REPLAY-CLOCK-X's HHMMSSff reduced to hundredths since   ***
      *** midnight.                                                  ***
      ******************************************************************
       9000-CLOCK-HUNDREDTHS.

           IF WS-REPLAY-CLOCK-X NOT NUMERIC
              MOVE ZERO TO WS-REPLAY-CLOCK-X
           END-IF.

           COMPUTE WS-REPLAY-CLOCK-HUNDREDTHS =
               (WS-REPLAY-CLOCK-HH * 360000)
               + (WS-REPLAY-CLOCK-MM * 6000)
               + (WS-REPLAY-CLOCK-SS * 100)
               + WS-REPLAY-CLOCK-FF.

       9000-CLOCK-HUNDREDTHS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-METRIC-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-REPLAY-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
