      *** Author:  Reymon Dev         ***
      *** File:    summary.cbl        ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** FC-REYDB the way REYDB_STATS does, accumulates per group   ***
      *** in storage, and writes one report row per group plus a     ***
      *** *TOTAL* grand line to summary.rpt. The amount field is     ***
      *** read through REYDB_AMOUNT by the sign position and implied ***
      *** decimals the data dictionary gives its slice - a field the ***
      *** dictionary does not describe is unsigned whole digits with ***
      *** blanks read as zeros, the shape every zero-padded money    ***
      *** field in this shop has always had - and the figures print  ***
      *** with their sign and decimal point.                         ***
      ***                                                            ***
      *** When a running group total (REYDB_GRPTOT_DEFINE) is        ***
      *** declared over exactly these slices and has been verified,  ***
      *** the counts and sums come from it instead of the sweep -    ***
      *** the writers keep it current. It keeps no MIN or MAX, so    ***
      *** those columns print blank on a report served that way.     ***
      ***                                                            ***
      *** REYDB_SUMMARY_SNAP also files the groups into the          ***
      *** database's dated history, "<db>.smh", for REYDB_VARIANCE's ***
      *** period-over-period comparison.                             ***
      ***                                                            ***
      *** REYDB_SUMMARY_CCY converts a mixed-currency amount field   ***
      *** row by row into one reporting currency, at the rate in     ***
      *** force on the date asked or on each row's own date field    ***
      *** (REYDB_XRATE). The report opens on a *RATES* line naming   ***
      *** the currency and rate date; rows with no rate are left     ***
      *** out, listed on xrate.exc and counted on a *NO RATE* line.  ***
      ******************************************************************

      ******************************************************************

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-summary.cpy".
       COPY "file/control/reydb-variance.cpy".
      ******************************************************************

      ******************************************************************
                     REYDB-PAYLOAD-LEN BY 511
                     REYDB-CONTENT-LEN BY 471.
       COPY "file/section/reydb-summary.cpy".
       COPY "file/section/reydb-variance.cpy".
      ******************************************************************

      ******************************************************************

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-summary.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-amount.cpy".
       COPY "data/working/reydb-grptot.cpy".
       COPY "data/working/reydb-variance.cpy".
       COPY "data/working/reydb-xrate.cpy".

      *** Plaintext copy of the current row's content.
       77 WS-SUMMARY-CONTENT       PIC X(471) VALUE SPACE.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.

      *** The amount field's value for the row in hand, signed, in
      *** the field's smallest unit.
       77 WS-SUMMARY-AMOUNT PIC S9(18) COMP-5 VALUE ZERO.

      *** The group value of the row in hand - *TOTAL* when no group
      *** field was asked for, which folds every row into one line.

      *** Grand totals across every group.
       77 WS-SUMMARY-ALL-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SUMMARY-ALL-SUM   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-SUMMARY-ALL-MIN   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-SUMMARY-ALL-MAX   PIC S9(18) COMP-5 VALUE ZERO.

      *** One report line's figures on their way to print.
       77 WS-SUMMARY-LINE-SUM PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-SUMMARY-LINE-MIN PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-SUMMARY-LINE-MAX PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-SUMMARY-LINE-AVG PIC S9(18) COMP-5 VALUE ZERO.

      *** 'Y' once a row would not fit the group table - the report
      *** still balances, the overflow rows just fold into *OTHER*.
       77 WS-SUMMARY-OTHER PIC X(32) VALUE "*OTHER*".

      *** 'Y' when the figures came off the running group totals -
      *** no MIN or MAX is kept there to print.
       77 WS-SUMMARY-FROM-RUNNING PIC X(01) VALUE 'N'.

      *** 'Y' when called through REYDB_SUMMARY_SNAP - the groups are
      *** filed into the dated history as well as reported.
       77 WS-SUMMARY-SNAP PIC X(01) VALUE 'N'.

      *** 'Y' once the row in hand has converted into the reporting
      *** currency - or never needed to.
       77 WS-SUMMARY-CONVERTED PIC X(01) VALUE 'Y'.
      ******************************************************************

      ******************************************************************
       77 LS-REYDB-AMOUNT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-REYDB-GROUP-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-REYDB-GROUP-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.

      *** The reporting currency, and the date whose rates convert
      *** into it - zero converts each row at its own date's rate.
       77 LS-REYDB-REPORTING-CCY PIC X(03) VALUE SPACE.
       77 LS-REYDB-RATE-DATE     PIC 9(08) VALUE ZERO.
      ******************************************************************

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N' TO WS-SUMMARY-SNAP.
           MOVE 'N' TO WS-XRATE-ACTIVE.

           PERFORM 0500-SUMMARIZE THRU 0500-SUMMARIZE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - the same summary, also filed into     ***
      *** the database's dated history ("<db>.smh") under today's    ***
      *** date, for REYDB_VARIANCE to compare period with period. A  ***
      *** rerun the same day replaces that day's snapshot.           ***
      ******************************************************************
       ENTRY "REYDB_SUMMARY_SNAP" USING LS-REYDB-DATABASE-NAME
                                        LS-REYDB-AMOUNT-OFFSET
                                        LS-REYDB-AMOUNT-LENGTH
                                        LS-REYDB-GROUP-OFFSET
                                        LS-REYDB-GROUP-LENGTH
                                        LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'Y' TO WS-SUMMARY-SNAP.
           MOVE 'N' TO WS-XRATE-ACTIVE.

           PERFORM 0500-SUMMARIZE THRU 0500-SUMMARIZE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the same summary over a mixed-currency ***
      *** amount field, every row converted into the reporting       ***
      *** currency first. Always a sweep - the running totals and    ***
      *** the dated history stay in the field's own figures.         ***
      ******************************************************************
       ENTRY "REYDB_SUMMARY_CCY" USING LS-REYDB-DATABASE-NAME
                                       LS-REYDB-AMOUNT-OFFSET
                                       LS-REYDB-AMOUNT-LENGTH
                                       LS-REYDB-GROUP-OFFSET
                                       LS-REYDB-GROUP-LENGTH
                                       LS-REYDB-REPORTING-CCY
                                       LS-REYDB-RATE-DATE
                                       LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N' TO WS-SUMMARY-SNAP.
           MOVE 'Y' TO WS-XRATE-ACTIVE.

           PERFORM 0500-SUMMARIZE THRU 0500-SUMMARIZE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The summary itself - validates the slices, sweeps (or      ***
      *** reads the running totals), writes summary.rpt, and files   ***
      *** the snapshot when the caller came in for one.              ***
      ******************************************************************
       0500-SUMMARIZE.

      *** Fifteen digits, plus a separate sign byte where the field
      *** has one - REYDB_AMOUNT holds it to the digits that remain.
           IF LS-REYDB-AMOUNT-LENGTH EQUAL ZERO
           OR LS-REYDB-AMOUNT-LENGTH GREATER THAN 16
           OR LS-REYDB-AMOUNT-OFFSET EQUAL ZERO
           OR LS-REYDB-AMOUNT-OFFSET + LS-REYDB-AMOUNT-LENGTH - 1
              GREATER THAN 471
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0500-SUMMARIZE-EXIT
           END-IF.

           IF LS-REYDB-GROUP-LENGTH GREATER THAN ZERO
              OR LS-REYDB-GROUP-OFFSET + LS-REYDB-GROUP-LENGTH - 1
                 GREATER THAN 471
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                 GO TO 0500-SUMMARIZE-EXIT
              END-IF
           END-IF.

              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.

      *** How the amount field is signed and where its decimal point
      *** falls - asked once, not per row.
           CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                          LS-REYDB-AMOUNT-OFFSET
                                          LS-REYDB-AMOUNT-LENGTH
                                          WS-AMOUNT-SIGN
                                          WS-AMOUNT-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF LS-REYDB-AMOUNT-LENGTH GREATER THAN 15
              AND WS-AMOUNT-SIGN NOT EQUAL 'L'
              AND WS-AMOUNT-SIGN NOT EQUAL 'T'
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0500-SUMMARIZE-EXIT
           END-IF.

           IF WS-XRATE-IS-ACTIVE
              PERFORM 0600-CURRENCY-PAIRING
                 THRU 0600-CURRENCY-PAIRING-EXIT
              IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
                 GO TO 0500-SUMMARIZE-EXIT
              END-IF
           END-IF.

      *** Shared hold across the whole sweep - it has to see one
      *** consistent population, and a SORT or REBUILD swap
      *** underneath it would hand back half of two files.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GO TO 0500-SUMMARIZE-EXIT
           END-IF.

           MOVE ZERO TO WS-REYDB-RECORD-COUNT
                        WS-SUMMARY-ALL-COUNT
                        WS-SUMMARY-ALL-SUM
                        WS-SUMMARY-ALL-MIN
                        WS-SUMMARY-ALL-MAX
                        WS-XRATE-MISSED.

      *** A verified running total over these very slices answers
      *** without reading a row - NOT-FOUND just means sweep.
           CALL "REYDB_GRPTOT_FETCH" USING LS-REYDB-DATABASE-NAME
                                           LS-REYDB-AMOUNT-OFFSET
                                           LS-REYDB-AMOUNT-LENGTH
                                           LS-REYDB-GROUP-OFFSET
                                           LS-REYDB-GROUP-LENGTH
                                           WS-SUMMARY-TABLE
                                           WS-SUMMARY-GROUP-COUNT-USED
               RETURNING WS-REYDB-RESULT-GRPTOT
           END-CALL.

           IF WS-REYDB-RESULT-GRPTOT EQUAL WS-REYDB-SUCCESS
              AND NOT WS-XRATE-IS-ACTIVE
              CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
                  RETURNING WS-REYDB-RESULT-LOCK
              END-CALL
              MOVE 'Y' TO WS-SUMMARY-FROM-RUNNING
              PERFORM 1500-TOTAL-RUNNING THRU 1500-TOTAL-RUNNING-EXIT
              PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT
              IF WS-SUMMARY-SNAP EQUAL 'Y'
                 PERFORM 4000-SNAPSHOT THRU 4000-SNAPSHOT-EXIT
              END-IF
              MOVE WS-SUMMARY-ALL-COUNT TO LS-REYDB-RECORD-COUNT
              MOVE WS-REYDB-SUCCESS     TO LS-REYDB-RESULT
              GO TO 0500-SUMMARIZE-EXIT
           END-IF.

           MOVE ZERO TO WS-SUMMARY-GROUP-COUNT-USED.
           MOVE 'N'  TO WS-REYDB-EOF.

           OPEN INPUT FC-REYDB.
           PERFORM 3000-WRITE-REPORT
              THRU 3000-WRITE-REPORT-EXIT.

           IF WS-SUMMARY-SNAP EQUAL 'Y'
              PERFORM 4000-SNAPSHOT THRU 4000-SNAPSHOT-EXIT
           END-IF.

           MOVE WS-REYDB-RECORD-COUNT TO LS-REYDB-RECORD-COUNT.
           MOVE WS-REYDB-SUCCESS      TO LS-REYDB-RESULT.

       0500-SUMMARIZE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

      *** The slice's signed value in smallest units - a field that
      *** will not read as a figure counts as zero, as a blank one
      *** always has.
           CALL "REYDB_AMOUNT" USING WS-SUMMARY-CONTENT
                                     LS-REYDB-AMOUNT-OFFSET
                                     LS-REYDB-AMOUNT-LENGTH
                                     WS-AMOUNT-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           MOVE WS-AMOUNT-VALUE TO WS-SUMMARY-AMOUNT.

      *** A row with no rate into the reporting currency stays out
      *** of every figure - it is on the exceptions list instead.
           IF WS-XRATE-IS-ACTIVE
              PERFORM 1050-CONVERT-ROW THRU 1050-CONVERT-ROW-EXIT
              IF WS-SUMMARY-CONVERTED NOT EQUAL 'Y'
                 GO TO 1000-ACCUMULATE-ROW-EXIT
              END-IF
           END-IF.

           IF LS-REYDB-GROUP-LENGTH EQUAL ZERO
              MOVE "*TOTAL*" TO WS-SUMMARY-ROW-GROUP
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Converts the row's amount into the reporting currency - at ***
      *** the rate date asked, or on the row's own date when none    ***
      *** was; a row date that is not digits has no rate date.       ***
      ******************************************************************
       1050-CONVERT-ROW.

           MOVE 'N' TO WS-SUMMARY-CONVERTED.

           MOVE WS-SUMMARY-CONTENT (WS-XRATE-CCY-OFFSET : 3)
             TO WS-XRATE-ROW-CCY.

           MOVE LS-REYDB-RATE-DATE TO WS-XRATE-RATE-DATE.

           IF WS-XRATE-RATE-DATE EQUAL ZERO
              MOVE WS-SUMMARY-CONTENT (WS-XRATE-DATE-OFFSET : 8)
                TO WS-XRATE-ROW-DATE
              IF WS-XRATE-ROW-DATE NUMERIC
                 MOVE WS-XRATE-ROW-DATE TO WS-XRATE-RATE-DATE
              END-IF
           END-IF.

           MOVE FS-REYDB-KEY TO WS-XRATE-ROW-KEY.

           CALL "REYDB_XRATE_CONVERT" USING WS-XRATE-SOURCE
                                            LS-REYDB-DATABASE-NAME
                                            WS-XRATE-ROW-KEY
                                            WS-XRATE-ROW-CCY
                                            LS-REYDB-REPORTING-CCY
                                            WS-XRATE-RATE-DATE
                                            WS-SUMMARY-AMOUNT
                                            WS-AMOUNT-SCALE
                                            WS-XRATE-CONVERTED
                                            WS-XRATE-USED-DATE
               RETURNING WS-REYDB-RESULT-XRATE
           END-CALL.

           IF WS-REYDB-RESULT-XRATE EQUAL WS-REYDB-SUCCESS
              MOVE WS-XRATE-CONVERTED TO WS-SUMMARY-AMOUNT
              MOVE 'Y' TO WS-SUMMARY-CONVERTED
           ELSE
              ADD 1 TO WS-XRATE-MISSED
           END-IF.

       1050-CONVERT-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Grand count and sum over the groups the running totals     ***
      *** handed back - every row sits in exactly one group.         ***
      ******************************************************************
       1500-TOTAL-RUNNING.

           PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
                     UNTIL WS-SUMMARY-IDX
                           GREATER THAN WS-SUMMARY-GROUP-COUNT-USED
               ADD WS-SUMMARY-GROUP-COUNT (WS-SUMMARY-IDX)
                TO WS-SUMMARY-ALL-COUNT
               ADD WS-SUMMARY-GROUP-SUM   (WS-SUMMARY-IDX)
                TO WS-SUMMARY-ALL-SUM
           END-PERFORM.

       1500-TOTAL-RUNNING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Finds the row's group in the table, seating it on first    ***
      *** sight. Rows past the hundredth distinct group fold into    ***

           OPEN OUTPUT FC-SUMMARY.

      *** A converted summary says up front what currency and whose
      *** rate date its figures stand in.
           IF WS-XRATE-IS-ACTIVE
              MOVE SPACE TO FS-SUMMARY-RECORD
              IF LS-REYDB-RATE-DATE EQUAL ZERO
                 STRING "*RATES "              DELIMITED BY SIZE
                        LS-REYDB-REPORTING-CCY DELIMITED BY SIZE
                        " ROW DATE*"           DELIMITED BY SIZE
                   INTO FS-SUMMARY-GROUP
              ELSE
                 STRING "*RATES "              DELIMITED BY SIZE
                        LS-REYDB-REPORTING-CCY DELIMITED BY SIZE
                        " "                    DELIMITED BY SIZE
                        LS-REYDB-RATE-DATE     DELIMITED BY SIZE
                        "*"                    DELIMITED BY SIZE
                   INTO FS-SUMMARY-GROUP
              END-IF
              WRITE FS-SUMMARY-RECORD
           END-IF.

           PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
                     UNTIL WS-SUMMARY-IDX
                           GREATER THAN WS-SUMMARY-GROUP-COUNT-USED
               MOVE WS-SUMMARY-GROUP-COUNT (WS-SUMMARY-IDX)
                 TO FS-SUMMARY-COUNT
               MOVE WS-SUMMARY-GROUP-SUM   (WS-SUMMARY-IDX)
                 TO WS-SUMMARY-LINE-SUM
               MOVE WS-SUMMARY-GROUP-MIN   (WS-SUMMARY-IDX)
                 TO WS-SUMMARY-LINE-MIN
               MOVE WS-SUMMARY-GROUP-MAX   (WS-SUMMARY-IDX)
                 TO WS-SUMMARY-LINE-MAX
               DIVIDE WS-SUMMARY-GROUP-SUM (WS-SUMMARY-IDX)
                   BY WS-SUMMARY-GROUP-COUNT (WS-SUMMARY-IDX)
                   GIVING WS-SUMMARY-LINE-AVG ROUNDED
               PERFORM 3100-EDIT-FIGURES THRU 3100-EDIT-FIGURES-EXIT
               WRITE FS-SUMMARY-RECORD

           END-PERFORM.
              AND LS-REYDB-GROUP-LENGTH GREATER THAN ZERO
              MOVE "*TOTAL*"            TO FS-SUMMARY-GROUP
              MOVE WS-SUMMARY-ALL-COUNT TO FS-SUMMARY-COUNT
              MOVE WS-SUMMARY-ALL-SUM   TO WS-SUMMARY-LINE-SUM
              MOVE WS-SUMMARY-ALL-MIN   TO WS-SUMMARY-LINE-MIN
              MOVE WS-SUMMARY-ALL-MAX   TO WS-SUMMARY-LINE-MAX
              DIVIDE WS-SUMMARY-ALL-SUM BY WS-SUMMARY-ALL-COUNT
                  GIVING WS-SUMMARY-LINE-AVG ROUNDED
              PERFORM 3100-EDIT-FIGURES THRU 3100-EDIT-FIGURES-EXIT
              WRITE FS-SUMMARY-RECORD
           END-IF.

      *** Rows left out for want of a rate - how many, so the count
      *** still reconciles to the rows read.
           IF WS-XRATE-IS-ACTIVE
              AND WS-XRATE-MISSED GREATER THAN ZERO
              MOVE SPACE           TO FS-SUMMARY-RECORD
              MOVE "*NO RATE*"     TO FS-SUMMARY-GROUP
              MOVE WS-XRATE-MISSED TO FS-SUMMARY-COUNT
              WRITE FS-SUMMARY-RECORD
           END-IF.

       3000-WRITE-REPORT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Edits one line's sum, min, max and average into the report ***
      *** columns - sign and decimal point per the amount field.     ***
      ******************************************************************
       3100-EDIT-FIGURES.

           CALL "REYDB_AMOUNT_EDIT" USING WS-SUMMARY-LINE-SUM
                                          WS-AMOUNT-SCALE
                                          FS-SUMMARY-SUM
           END-CALL.

           CALL "REYDB_AMOUNT_EDIT" USING WS-SUMMARY-LINE-MIN
                                          WS-AMOUNT-SCALE
                                          FS-SUMMARY-MIN
           END-CALL.

           CALL "REYDB_AMOUNT_EDIT" USING WS-SUMMARY-LINE-MAX
                                          WS-AMOUNT-SCALE
                                          FS-SUMMARY-MAX
           END-CALL.

           CALL "REYDB_AMOUNT_EDIT" USING WS-SUMMARY-LINE-AVG
                                          WS-AMOUNT-SCALE
                                          FS-SUMMARY-AVG
           END-CALL.

           IF WS-SUMMARY-FROM-RUNNING EQUAL 'Y'
              MOVE SPACE TO FS-SUMMARY-MIN
                            FS-SUMMARY-MAX
           END-IF.

       3100-EDIT-FIGURES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The currency pairing the conversion reads each row by -    ***
      *** the amount field has to have one, a reporting currency has ***
      *** to be named, and with no rate date asked the pairing has   ***
      *** to name the row's own date field.                          ***
      ******************************************************************
       0600-CURRENCY-PAIRING.

           MOVE "SUMMARY" TO WS-XRATE-SOURCE.

           IF LS-REYDB-REPORTING-CCY EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0600-CURRENCY-PAIRING-EXIT
           END-IF.

           CALL "REYDB_DICT_CCYFMT" USING LS-REYDB-DATABASE-NAME
                                          LS-REYDB-AMOUNT-OFFSET
                                          LS-REYDB-AMOUNT-LENGTH
                                          WS-XRATE-CCY-OFFSET
                                          WS-XRATE-CCY-LENGTH
                                          WS-XRATE-DATE-OFFSET
                                          WS-XRATE-DATE-LENGTH
               RETURNING WS-REYDB-RESULT-XRATE
           END-CALL.

           IF WS-REYDB-RESULT-XRATE NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GO TO 0600-CURRENCY-PAIRING-EXIT
           END-IF.

           IF LS-REYDB-RATE-DATE EQUAL ZERO
              AND WS-XRATE-DATE-LENGTH NOT EQUAL 8
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0600-CURRENCY-PAIRING-EXIT
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0600-CURRENCY-PAIRING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Files today's snapshot - whatever an earlier run today     ***
      *** filed over the same slices goes first, so a group that     ***
      *** has since emptied does not linger, then one history row    ***
      *** per seated group.                                          ***
      ******************************************************************
       4000-SNAPSHOT.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db.smh" TO WS-SUMHIST-DATABASE-NAME
           ELSE
              MOVE SPACE TO WS-SUMHIST-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     ".smh"                 DELIMITED BY SIZE
                INTO WS-SUMHIST-DATABASE-NAME
           END-IF.

           ACCEPT WS-SUMHIST-TODAY FROM DATE YYYYMMDD.

           OPEN I-O FC-SUMHIST.

           IF WS-SUMHIST-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-SUMHIST
              CLOSE FC-SUMHIST
              OPEN I-O FC-SUMHIST
           END-IF.

           IF WS-SUMHIST-FILE-STATUS NOT EQUAL "00"
              GO TO 4000-SNAPSHOT-EXIT
           END-IF.

           MOVE WS-SUMHIST-TODAY       TO FS-SUMHIST-DATE.
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
                   IF FS-SUMHIST-DATE EQUAL WS-SUMHIST-TODAY
                      AND FS-SUMHIST-AMOUNT-OFFSET
                          EQUAL LS-REYDB-AMOUNT-OFFSET
                      AND FS-SUMHIST-AMOUNT-LENGTH
                          EQUAL LS-REYDB-AMOUNT-LENGTH
                      AND FS-SUMHIST-GROUP-OFFSET
                          EQUAL LS-REYDB-GROUP-OFFSET
                      AND FS-SUMHIST-GROUP-LENGTH
                          EQUAL LS-REYDB-GROUP-LENGTH
                      DELETE FC-SUMHIST RECORD
                   ELSE
                      MOVE 'S' TO WS-SUMHIST-EOF
                   END-IF
               END-READ

           END-PERFORM.

           PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
                     UNTIL WS-SUMMARY-IDX
                           GREATER THAN WS-SUMMARY-GROUP-COUNT-USED

               MOVE WS-SUMHIST-TODAY       TO FS-SUMHIST-DATE
               MOVE LS-REYDB-AMOUNT-OFFSET TO FS-SUMHIST-AMOUNT-OFFSET
               MOVE LS-REYDB-AMOUNT-LENGTH TO FS-SUMHIST-AMOUNT-LENGTH
               MOVE LS-REYDB-GROUP-OFFSET  TO FS-SUMHIST-GROUP-OFFSET
               MOVE LS-REYDB-GROUP-LENGTH  TO FS-SUMHIST-GROUP-LENGTH
               MOVE WS-SUMMARY-GROUP-VALUE (WS-SUMMARY-IDX)
                 TO FS-SUMHIST-GROUP
               MOVE WS-SUMMARY-GROUP-COUNT (WS-SUMMARY-IDX)
                 TO FS-SUMHIST-COUNT
               MOVE WS-SUMMARY-GROUP-SUM   (WS-SUMMARY-IDX)
                 TO FS-SUMHIST-SUM
               MOVE WS-AMOUNT-SCALE        TO FS-SUMHIST-SCALE

               WRITE FS-SUMHIST-RECORD
               INVALID KEY
                   REWRITE FS-SUMHIST-RECORD
               END-WRITE

           END-PERFORM.

           CLOSE FC-SUMHIST.

       4000-SNAPSHOT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-SUMMARY-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
