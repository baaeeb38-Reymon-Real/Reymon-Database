      *** Author:  Reymon Dev         ***
      *** File:    report.cbl         ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** closing totals, and lists every file produced on the      ***
      *** burst.mft manifest - distribution becomes a copy job      ***
      *** instead of a clerk with scissors.                         ***
      ***                                                            ***
      *** The REYDB_REPORT_CCY entry runs the consolidated report   ***
      *** over a mixed-currency total field, converting each row's  ***
      *** figure into one reporting currency at the rate in force   ***
      *** on the date asked or on the row's own date field          ***
      *** (REYDB_XRATE). Every page heading states the currency and ***
      *** rate date; a row with no rate still prints but adds       ***
      *** nothing, is listed on xrate.exc and is counted on a       ***
      *** NO RATE line under the grand total.                       ***
      ******************************************************************

      ******************************************************************

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-report.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-amount.cpy".
       COPY "data/working/reydb-rectype.cpy".
       COPY "data/working/reydb-colsec.cpy".
       COPY "data/working/reydb-xrate.cpy".

      *** Plaintext copy of the current row's content.
       77 WS-REPORT-CONTENT       PIC X(471) VALUE SPACE.
      *** figures across every group.
       77 WS-REPORT-BREAK-VALUE PIC X(32) VALUE LOW-VALUES.
       77 WS-REPORT-ROW-BREAK   PIC X(32) VALUE SPACE.
       77 WS-REPORT-SUB-TOTAL   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-REPORT-SUB-COUNT   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-REPORT-GRAND-TOTAL PIC S9(18) COMP-5 VALUE ZERO.

      *** The total field's value for the row in hand - signed, in
      *** the field's smallest unit.
       77 WS-REPORT-AMOUNT PIC S9(18) COMP-5 VALUE ZERO.

      *** Edited figures for the total lines - STRING needs DISPLAY
      *** items, not the COMP-5 accumulators; the total carries its
      *** sign and decimal point.
       77 WS-REPORT-FIGURE   PIC X(20) VALUE SPACE.
       77 WS-REPORT-COUNT-X  PIC 9(09) VALUE ZERO.

       77 WS-REPORT-FIELD-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** Where the break and total fields sit in the row in hand's
      *** layout - the caller's slots as given, or found by name in
      *** a mixed file's per-type layout (0 = this type has none).
       77 WS-REPORT-ROW-BREAK-IDX PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-REPORT-ROW-TOTAL-IDX PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-REPORT-COL-LEN   PIC 9(04) COMP-5 VALUE ZERO.

      *** 'Y' when the burst entry is driving - one output file per
      *** (0 = counts only).
       77 LS-REYDB-BREAK-FIELD PIC 9(02) COMP-5 VALUE ZERO.
       77 LS-REYDB-TOTAL-FIELD PIC 9(02) COMP-5 VALUE ZERO.

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

           MOVE 'N' TO WS-REPORT-BURSTING.
           MOVE 'N' TO WS-XRATE-ACTIVE.

           PERFORM 0500-RUN-REPORT THRU 0500-RUN-REPORT-EXIT.

                   LS-REYDB-TOTAL-FIELD
                   LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-BREAK-FIELD EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE 'Y' TO WS-REPORT-BURSTING.
           MOVE 'N' TO WS-XRATE-ACTIVE.

           PERFORM 0500-RUN-REPORT THRU 0500-RUN-REPORT-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the consolidated report with its total ***
      *** field converted into a reporting currency. A converted     ***
      *** report with no total field has nothing to convert and is   ***
      *** refused.                                                   ***
      ******************************************************************
       ENTRY "REYDB_REPORT_CCY" USING
                   LS-REYDB-DATABASE-NAME
                   LS-REYDB-FIELD-COUNT
                   LS-REYDB-LAYOUT
                   LS-REYDB-FIELD-NAMES
                   LS-REYDB-BREAK-FIELD
                   LS-REYDB-TOTAL-FIELD
                   LS-REYDB-REPORTING-CCY
                   LS-REYDB-RATE-DATE
                   LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-TOTAL-FIELD EQUAL ZERO
           OR LS-REYDB-REPORTING-CCY EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE 'N' TO WS-REPORT-BURSTING.
           MOVE 'Y' TO WS-XRATE-ACTIVE.

           PERFORM 0500-RUN-REPORT THRU 0500-RUN-REPORT-EXIT.

                                          LS-REYDB-FIELD-TYPES
                  RETURNING WS-REYDB-RESULT-DICT
              END-CALL

      *** A file that mixes record types prints each row by its own
      *** type's layout; the slots and headings stay the base ones,
      *** or the first type's when every field is type-specific.
              CALL "REYDB_DICT_RECTYPES" USING LS-REYDB-DATABASE-NAME
                                               WS-RECTYPE-TABLE
                  RETURNING WS-REYDB-RESULT-RECTYPE
              END-CALL

              IF WS-REYDB-RESULT-RECTYPE EQUAL WS-REYDB-SUCCESS
                 MOVE 'Y' TO WS-RECTYPE-ACTIVE
                 IF LS-REYDB-FIELD-COUNT EQUAL ZERO
                    AND WS-RECTYPE-COUNT GREATER THAN ZERO
                    MOVE SPACE TO WS-REPORT-CONTENT
                    MOVE WS-RECTYPE-VALUE (1)
                      TO WS-REPORT-CONTENT
                         (WS-RECTYPE-OFFSET : WS-RECTYPE-LENGTH)
                    CALL "REYDB_DICT_PICK" USING
                        WS-RECTYPE-TABLE WS-REPORT-CONTENT
                        LS-REYDB-FIELD-COUNT LS-REYDB-LAYOUT
                        LS-REYDB-FIELD-NAMES LS-REYDB-FIELD-TYPES
                        RETURNING WS-REYDB-RESULT-RECTYPE
                    END-CALL
                 END-IF
              END-IF
           END-IF.

           IF LS-REYDB-FIELD-COUNT EQUAL ZERO
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.

      *** How the total field is signed and where its decimal point
      *** falls - an undescribed field stays unsigned whole digits.
           MOVE SPACE TO WS-AMOUNT-SIGN.
           MOVE ZERO  TO WS-AMOUNT-SCALE.

           IF LS-REYDB-TOTAL-FIELD GREATER THAN ZERO
              CALL "REYDB_DICT_NUMFMT" USING
                       LS-REYDB-DATABASE-NAME
                       LS-REYDB-FIELD-OFFSET (LS-REYDB-TOTAL-FIELD)
                       LS-REYDB-FIELD-LENGTH (LS-REYDB-TOTAL-FIELD)
                       WS-AMOUNT-SIGN
                       WS-AMOUNT-SCALE
                  RETURNING WS-REYDB-RESULT-AMOUNT
              END-CALL
           END-IF.

      *** Where each row keeps its currency code and its own date -
      *** the pairing the dictionary gives the total field. With no
      *** rate date asked, a row date field has to be paired too.
           IF WS-XRATE-IS-ACTIVE
              MOVE "REPORT" TO WS-XRATE-SOURCE
              MOVE ZERO     TO WS-XRATE-MISSED
              CALL "REYDB_DICT_CCYFMT" USING
                       LS-REYDB-DATABASE-NAME
                       LS-REYDB-FIELD-OFFSET (LS-REYDB-TOTAL-FIELD)
                       LS-REYDB-FIELD-LENGTH (LS-REYDB-TOTAL-FIELD)
                       WS-XRATE-CCY-OFFSET
                       WS-XRATE-CCY-LENGTH
                       WS-XRATE-DATE-OFFSET
                       WS-XRATE-DATE-LENGTH
                  RETURNING WS-REYDB-RESULT-XRATE
              END-CALL
              IF WS-REYDB-RESULT-XRATE NOT EQUAL WS-REYDB-SUCCESS
                 MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
                 GOBACK
              END-IF
              IF LS-REYDB-RATE-DATE EQUAL ZERO
                 AND WS-XRATE-DATE-LENGTH NOT EQUAL 8
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                 GOBACK
              END-IF
           END-IF.

      *** One file, one layout - every row prints by the caller's.
           MOVE LS-REYDB-FIELD-COUNT TO WS-RECTYPE-ROW-COUNT.
           MOVE LS-REYDB-LAYOUT      TO WS-RECTYPE-ROW-LAYOUT.
           MOVE LS-REYDB-BREAK-FIELD TO WS-REPORT-ROW-BREAK-IDX.
           MOVE LS-REYDB-TOTAL-FIELD TO WS-REPORT-ROW-TOTAL-IDX.

      *** Shared hold across the whole sweep - it has to see one
      *** consistent population, and a SORT or REBUILD swap
      *** underneath it would hand back half of two files.
              OPEN OUTPUT FC-BURST-MANIFEST
           ELSE
              MOVE "report.rpt" TO WS-REPORT-FILE-NAME
              CALL "REYDB_ENV_NAME" USING WS-REPORT-FILE-NAME
                  RETURNING WS-REYDB-RESULT-ENV
              END-CALL
              OPEN OUTPUT FC-REPORT
              MOVE 'Y' TO WS-REPORT-FILE-OPEN
              PERFORM 8000-START-NEW-PAGE
                 THRU 4000-PRINT-GRAND-TOTAL-EXIT
           END-IF.

           IF WS-XRATE-IS-ACTIVE
              AND WS-XRATE-MISSED GREATER THAN ZERO
              PERFORM 4100-PRINT-NO-RATE THRU 4100-PRINT-NO-RATE-EXIT
           END-IF.

           CLOSE FC-REYDB.

           IF WS-REPORT-FILE-OPEN EQUAL 'Y'
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           IF WS-RECTYPE-IS-ACTIVE
              PERFORM 1100-PICK-ROW-LAYOUT
                 THRU 1100-PICK-ROW-LAYOUT-EXIT
           END-IF.

      *** Fields the signed-on user may not see print blank, and
      *** add nothing to the totals - after the layout pick, which
      *** reads the type value off the whole row.
           CALL "REYDB_COLSEC_MASK" USING LS-REYDB-DATABASE-NAME
                                          WS-REPORT-CONTENT
                                          WS-COLSEC-MASKED
               RETURNING WS-REYDB-RESULT-COLSEC
           END-CALL.

      *** Control break - a fresh break value closes the group
      *** before this row prints under the new one. A row whose
      *** type has no break field stays in the group in hand.
           IF WS-REPORT-ROW-BREAK-IDX GREATER THAN ZERO

              MOVE SPACE TO WS-REPORT-ROW-BREAK
              MOVE WS-REPORT-CONTENT
                   (WS-RECTYPE-ROW-OFFSET (WS-REPORT-ROW-BREAK-IDX) :
                    WS-RECTYPE-ROW-LENGTH (WS-REPORT-ROW-BREAK-IDX))
                TO WS-REPORT-ROW-BREAK
                   (1 : WS-RECTYPE-ROW-LENGTH
                        (WS-REPORT-ROW-BREAK-IDX))

              IF WS-REPORT-ROW-BREAK NOT EQUAL WS-REPORT-BREAK-VALUE
                 IF WS-REPORT-SUB-COUNT GREATER THAN ZERO

      *** Accumulate the total field before the line prints, so the
      *** subtotal a break fires always covers its own group.
           IF WS-REPORT-ROW-TOTAL-IDX GREATER THAN ZERO
              PERFORM 2000-UNPACK-AMOUNT
                 THRU 2000-UNPACK-AMOUNT-EXIT
              ADD WS-REPORT-AMOUNT TO WS-REPORT-SUB-TOTAL

           PERFORM VARYING WS-REPORT-FIELD-IDX FROM 1 BY 1
                     UNTIL WS-REPORT-FIELD-IDX
                           GREATER THAN WS-RECTYPE-ROW-COUNT

               MOVE WS-RECTYPE-ROW-LENGTH (WS-REPORT-FIELD-IDX)
                 TO WS-REPORT-COL-LEN

               IF WS-REPORT-POINTER + WS-REPORT-COL-LEN + 2
                  NOT GREATER THAN 132
                  STRING WS-REPORT-CONTENT
                         (WS-RECTYPE-ROW-OFFSET
                          (WS-REPORT-FIELD-IDX) :
                          WS-REPORT-COL-LEN) DELIMITED BY SIZE
                         "  " DELIMITED BY SIZE
      ******************************************************************

      ******************************************************************
      *** A mixed file's row in hand - its own type's layout, and    ***
      *** the caller's break and total fields found in it by name.   ***
      ******************************************************************
       1100-PICK-ROW-LAYOUT.

           CALL "REYDB_DICT_PICK" USING
               WS-RECTYPE-TABLE WS-REPORT-CONTENT
               WS-RECTYPE-ROW-COUNT WS-RECTYPE-ROW-LAYOUT
               WS-RECTYPE-ROW-NAMES WS-RECTYPE-ROW-TYPES
               RETURNING WS-REYDB-RESULT-RECTYPE
           END-CALL.

           MOVE ZERO TO WS-REPORT-ROW-BREAK-IDX WS-REPORT-ROW-TOTAL-IDX.

           PERFORM VARYING WS-RECTYPE-IDX FROM 1 BY 1
                     UNTIL WS-RECTYPE-IDX
                           GREATER THAN WS-RECTYPE-ROW-COUNT
               IF LS-REYDB-BREAK-FIELD GREATER THAN ZERO
                  AND WS-RECTYPE-ROW-NAME (WS-RECTYPE-IDX)
                      EQUAL LS-REYDB-FIELD-NAME (LS-REYDB-BREAK-FIELD)
                  MOVE WS-RECTYPE-IDX TO WS-REPORT-ROW-BREAK-IDX
               END-IF
               IF LS-REYDB-TOTAL-FIELD GREATER THAN ZERO
                  AND WS-RECTYPE-ROW-NAME (WS-RECTYPE-IDX)
                      EQUAL LS-REYDB-FIELD-NAME (LS-REYDB-TOTAL-FIELD)
                  MOVE WS-RECTYPE-IDX TO WS-REPORT-ROW-TOTAL-IDX
               END-IF
           END-PERFORM.

       1100-PICK-ROW-LAYOUT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Reads the total field's slice by its dictionary sign and   ***
      *** decimals - blanks read as zeros, and a slice that will not ***
      *** read as a figure adds nothing.                             ***
      ******************************************************************
       2000-UNPACK-AMOUNT.

           CALL "REYDB_AMOUNT" USING
                    WS-REPORT-CONTENT
                    WS-RECTYPE-ROW-OFFSET (WS-REPORT-ROW-TOTAL-IDX)
                    WS-RECTYPE-ROW-LENGTH (WS-REPORT-ROW-TOTAL-IDX)
                    WS-AMOUNT-SIGN
                    WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           MOVE WS-AMOUNT-VALUE TO WS-REPORT-AMOUNT.

           IF WS-XRATE-IS-ACTIVE
              PERFORM 2100-CONVERT-AMOUNT
                 THRU 2100-CONVERT-AMOUNT-EXIT
           END-IF.

       2000-UNPACK-AMOUNT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Converts the row's figure into the reporting currency - at ***
      *** the rate date asked, or on the row's own date when none    ***
      *** was. With no rate it adds nothing to either total.         ***
      ******************************************************************
       2100-CONVERT-AMOUNT.

           MOVE WS-REPORT-CONTENT (WS-XRATE-CCY-OFFSET : 3)
             TO WS-XRATE-ROW-CCY.

           MOVE LS-REYDB-RATE-DATE TO WS-XRATE-RATE-DATE.

           IF WS-XRATE-RATE-DATE EQUAL ZERO
              MOVE WS-REPORT-CONTENT (WS-XRATE-DATE-OFFSET : 8)
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
                                            WS-REPORT-AMOUNT
                                            WS-AMOUNT-SCALE
                                            WS-XRATE-CONVERTED
                                            WS-XRATE-USED-DATE
               RETURNING WS-REYDB-RESULT-XRATE
           END-CALL.

           IF WS-REYDB-RESULT-XRATE EQUAL WS-REYDB-SUCCESS
              MOVE WS-XRATE-CONVERTED TO WS-REPORT-AMOUNT
           ELSE
              MOVE ZERO TO WS-REPORT-AMOUNT
              ADD 1 TO WS-XRATE-MISSED
           END-IF.

       2100-CONVERT-AMOUNT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One subtotal line for the group just closed, then a clean  ***
      *** slate for the next one.                                    ***
           MOVE SPACE TO WS-REPORT-LINE.
           MOVE 1     TO WS-REPORT-POINTER.

           CALL "REYDB_AMOUNT_EDIT" USING WS-REPORT-SUB-TOTAL
                                          WS-AMOUNT-SCALE
                                          WS-REPORT-FIGURE
           END-CALL.
           MOVE WS-REPORT-SUB-COUNT TO WS-REPORT-COUNT-X.

           STRING "  SUBTOTAL "          DELIMITED BY SIZE
           MOVE SPACE TO WS-REPORT-LINE.
           MOVE 1     TO WS-REPORT-POINTER.

           CALL "REYDB_AMOUNT_EDIT" USING WS-REPORT-GRAND-TOTAL
                                          WS-AMOUNT-SCALE
                                          WS-REPORT-FIGURE
           END-CALL.
           MOVE WS-REYDB-RECORD-COUNT TO WS-REPORT-COUNT-X.

           STRING "  GRAND TOTAL  COUNT " DELIMITED BY SIZE
           EXIT.
      ******************************************************************

      ******************************************************************
      *** How many rows printed without a rate into the reporting    ***
      *** currency - their figures are on the exceptions list.       ***
      ******************************************************************
       4100-PRINT-NO-RATE.

           MOVE SPACE TO WS-REPORT-LINE.
           MOVE 1     TO WS-REPORT-POINTER.

           MOVE WS-XRATE-MISSED TO WS-REPORT-COUNT-X.

           STRING "  NO RATE      COUNT " DELIMITED BY SIZE
                  WS-REPORT-COUNT-X       DELIMITED BY SIZE
                  " LEFT OUT - SEE "      DELIMITED BY SIZE
                  WS-XRATE-EXC-FILE-NAME  DELIMITED BY SPACE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-POINTER
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

       4100-PRINT-NO-RATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Page heading - title line with the database name, run      ***
      *** date/time and page number, then the column headings from   ***
               WITH POINTER WS-REPORT-HEAD-PTR
           END-STRING.

      *** A converted report names its currency and rate date on
      *** every page.
           IF WS-XRATE-IS-ACTIVE
              IF LS-REYDB-RATE-DATE EQUAL ZERO
                 STRING "  IN "                DELIMITED BY SIZE
                        LS-REYDB-REPORTING-CCY DELIMITED BY SIZE
                        " AT EACH ROW'S OWN DATE'S RATES"
                                               DELIMITED BY SIZE
                     INTO WS-REPORT-HEAD-LINE
                     WITH POINTER WS-REPORT-HEAD-PTR
                 END-STRING
              ELSE
                 STRING "  IN "                DELIMITED BY SIZE
                        LS-REYDB-REPORTING-CCY DELIMITED BY SIZE
                        " AT RATES OF "        DELIMITED BY SIZE
                        LS-REYDB-RATE-DATE     DELIMITED BY SIZE
                     INTO WS-REPORT-HEAD-LINE
                     WITH POINTER WS-REPORT-HEAD-PTR
                 END-STRING
              END-IF
           END-IF.

           WRITE FS-REPORT-RECORD FROM WS-REPORT-HEAD-LINE.

      *** Column headings - KEY, then each field's name clipped to
       9000-PRINT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-MANIFEST-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-XRATE-EXC-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
