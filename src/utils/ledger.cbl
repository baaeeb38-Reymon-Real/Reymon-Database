      *** Author:  Reymon Dev         ***
      *** File:    ledger.cbl        ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** period they name. Rewrites move no value on their own    ***
      *** and stay off the balance, exactly as the daily balancing ***
      *** treats them.                                             ***
      ***                                                           ***
      *** Every figure is in the smallest unit of the database's   ***
      *** amount field (adjustments included) and prints with its  ***
      *** sign and the decimal point the data dictionary gives     ***
      *** that field.                                              ***
      ***                                                           ***
      *** REYDB_LEDGER_CCY closes the same period in one reporting ***
      *** currency for a database whose amount field is paired     ***
      *** with a currency field: each day's movement is rolled off ***
      *** the per-currency totals ("<db>.tcy") and converted at    ***
      *** the rate in force on the date asked, or on the day       ***
      *** itself (REYDB_XRATE). A RATES line states which; a       ***
      *** currency with no rate prints on a NO RATE line, stays    ***
      *** off the balance and goes on xrate.exc. Its adjustments   ***
      *** are those posted in that currency through                ***
      *** REYDB_LEDGER_ADJUST_CCY, and its carry-forward is filed  ***
      *** apart from the database's own.                           ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-totals.cpy".
       COPY "data/working/reydb-ledger.cpy".
       COPY "data/working/reydb-amount.cpy".
       COPY "data/working/reydb-xrate.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-LED-NET     PIC S9(15) COMP-5 VALUE ZERO.

       77 WS-LED-DAY-DATE    PIC 9(08) VALUE ZERO.
       77 WS-LED-DAY-ADDS    PIC S9(15) COMP-5 VALUE ZERO.
       77 WS-LED-DAY-REMOVES PIC S9(15) COMP-5 VALUE ZERO.
       77 WS-LED-DAY-ANY     PIC X(01) VALUE 'N'.

      *** The prior period the carry-forward reads.
          02 WS-LED-PRIOR-MONTH PIC 9(02).
       01 WS-LED-PRIOR-N REDEFINES WS-LED-PRIOR PIC 9(06).

      *** The amount field whose decimals the statement prints by,
      *** and one figure on its way to a column.
       77 WS-LED-AMT-TYPE   PIC X(01) VALUE 'A'.
       77 WS-LED-AMT-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-LED-AMT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-LED-FIGURE     PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-REYDB-RESULT-DICT PIC 9(18) VALUE ZERO.

      *** The statement's currency - SPACE for the database's own,
      *** the reporting currency for a converted one - and one
      *** per-currency figure before and after conversion.
       77 WS-LED-CURRENCY   PIC X(03) VALUE SPACE.
       77 WS-LED-CCY-AMOUNT PIC S9(18) COMP-5 VALUE ZERO.

       77 WS-LED-LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-LED-EOF PIC X(01) VALUE 'N'.
      ******************************************************************
       77 LS-LEDGER-ADJ-AMOUNT PIC 9(15) VALUE ZERO.
       77 LS-LEDGER-ADJ-TEXT   PIC X(40) VALUE SPACE.

      *** The reporting currency of a converted statement, and the
      *** date whose rates convert into it - zero converts each day
      *** at that day's own rate.
       77 LS-REYDB-REPORTING-CCY PIC X(03) VALUE SPACE.
       77 LS-REYDB-RATE-DATE     PIC 9(08) VALUE ZERO.

       77 LS-REYDB-LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-LEDGER-PERIOD EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE 'N'   TO WS-XRATE-ACTIVE.
           MOVE SPACE TO WS-LED-CURRENCY.

           PERFORM 0500-CLOSE-PERIOD THRU 0500-CLOSE-PERIOD-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - posts one adjustment into a period.  ***
      ******************************************************************
       ENTRY "REYDB_LEDGER_ADJUST" USING LS-REYDB-DATABASE-NAME
                                         LS-LEDGER-PERIOD
                                         LS-LEDGER-ADJ-SIGN
                                         LS-LEDGER-ADJ-AMOUNT
                                         LS-LEDGER-ADJ-TEXT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-LEDGER-PERIOD EQUAL ZERO
           OR (LS-LEDGER-ADJ-SIGN NOT EQUAL '+'
               AND LS-LEDGER-ADJ-SIGN NOT EQUAL '-')
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE SPACE TO WS-LED-CURRENCY.

           PERFORM 0600-POST-ADJUSTMENT THRU 0600-POST-ADJUSTMENT-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - closes one period in a reporting      ***
      *** currency, converting each currency's daily movement, and  ***
      *** files that currency's own carry-forward.                  ***
      ******************************************************************
       ENTRY "REYDB_LEDGER_CCY" USING LS-REYDB-DATABASE-NAME
                                      LS-LEDGER-PERIOD
                                      LS-REYDB-REPORTING-CCY
                                      LS-REYDB-RATE-DATE
                                      LS-REYDB-LINE-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-LEDGER-PERIOD EQUAL ZERO
           OR LS-REYDB-REPORTING-CCY EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE 'Y'                    TO WS-XRATE-ACTIVE.
           MOVE LS-REYDB-REPORTING-CCY TO WS-LED-CURRENCY.
           MOVE LS-REYDB-RATE-DATE     TO WS-XRATE-ASKED-DATE.
           MOVE "LEDGER"               TO WS-XRATE-SOURCE.

           PERFORM 0500-CLOSE-PERIOD THRU 0500-CLOSE-PERIOD-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - posts one adjustment into a period's ***
      *** statement in a reporting currency.                        ***
      ******************************************************************
       ENTRY "REYDB_LEDGER_ADJUST_CCY" USING LS-REYDB-DATABASE-NAME
                                             LS-LEDGER-PERIOD
                                             LS-REYDB-REPORTING-CCY
                                             LS-LEDGER-ADJ-SIGN
                                             LS-LEDGER-ADJ-AMOUNT
                                             LS-LEDGER-ADJ-TEXT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-LEDGER-PERIOD EQUAL ZERO
           OR LS-REYDB-REPORTING-CCY EQUAL SPACE
           OR (LS-LEDGER-ADJ-SIGN NOT EQUAL '+'
               AND LS-LEDGER-ADJ-SIGN NOT EQUAL '-')
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE LS-REYDB-REPORTING-CCY TO WS-LED-CURRENCY.

           PERFORM 0600-POST-ADJUSTMENT THRU 0600-POST-ADJUSTMENT-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** One period closed into its statement - the database's own ***
      *** or, when converting, one reporting currency's.            ***
      ******************************************************************
       0500-CLOSE-PERIOD.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

      *** The totals being rolled are this database's own.
           MOVE SPACE TO WS-TOTALS-DATABASE-NAME.
           STRING WS-LED-RESOLVED-NAME DELIMITED BY SPACE
                  ".tot"               DELIMITED BY SIZE
             INTO WS-TOTALS-DATABASE-NAME.

           MOVE SPACE TO WS-TOTCCY-DATABASE-NAME.
           STRING WS-LED-RESOLVED-NAME DELIMITED BY SPACE
                  ".tcy"               DELIMITED BY SIZE
             INTO WS-TOTCCY-DATABASE-NAME.

           MOVE ZERO TO WS-LED-LINE-COUNT.

           PERFORM 0200-AMOUNT-FORMAT THRU 0200-AMOUNT-FORMAT-EXIT.

           OPEN OUTPUT FC-LEDGER-RPT.

           IF WS-XRATE-IS-ACTIVE
              PERFORM 0700-RATES-LINE THRU 0700-RATES-LINE-EXIT
           END-IF.

           PERFORM 1000-OPENING-BALANCE
              THRU 1000-OPENING-BALANCE-EXIT.

           IF WS-XRATE-IS-ACTIVE
              PERFORM 2500-ROLL-CURRENCY-TOTALS
                 THRU 2500-ROLL-CURRENCY-TOTALS-EXIT
           ELSE
              PERFORM 2000-ROLL-DAILY-TOTALS
                 THRU 2000-ROLL-DAILY-TOTALS-EXIT
           END-IF.

           PERFORM 3000-FOLD-ADJUSTMENTS
              THRU 3000-FOLD-ADJUSTMENTS-EXIT.
           MOVE WS-LED-LINE-COUNT TO LS-REYDB-LINE-COUNT.
           MOVE WS-REYDB-SUCCESS  TO LS-REYDB-RESULT.

       0500-CLOSE-PERIOD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Files one adjustment against the statement currency in    ***
      *** hand.                                                     ***
      ******************************************************************
       0600-POST-ADJUSTMENT.

           OPEN EXTEND FC-LEDGER-ADJ.

           MOVE LS-LEDGER-ADJ-SIGN   TO FS-LEDGER-ADJ-SIGN.
           MOVE LS-LEDGER-ADJ-AMOUNT TO FS-LEDGER-ADJ-AMOUNT.
           MOVE LS-LEDGER-ADJ-TEXT   TO FS-LEDGER-ADJ-TEXT.
           MOVE WS-LED-CURRENCY      TO FS-LEDGER-ADJ-CURRENCY.

           WRITE FS-LEDGER-ADJ-RECORD.


           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0600-POST-ADJUSTMENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The converted statement's first line - the currency it    ***
      *** stands in and the rate date its figures were converted    ***
      *** at.                                                       ***
      ******************************************************************
       0700-RATES-LINE.

           MOVE "RATES" TO FS-LEDGER-RPT-LABEL.
           MOVE SPACE   TO FS-LEDGER-RPT-DATE
                           FS-LEDGER-RPT-TEXT
                           FS-LEDGER-RPT-ADDS
                           FS-LEDGER-RPT-REMOVES
                           FS-LEDGER-RPT-FIGURE.

           IF WS-XRATE-ASKED-DATE EQUAL ZERO
              STRING "IN "           DELIMITED BY SIZE
                     WS-LED-CURRENCY DELIMITED BY SIZE
                     " AT EACH DAY'S OWN RATES"
                                     DELIMITED BY SIZE
                INTO FS-LEDGER-RPT-TEXT
           ELSE
              MOVE WS-XRATE-ASKED-DATE TO FS-LEDGER-RPT-DATE
              STRING "IN "           DELIMITED BY SIZE
                     WS-LED-CURRENCY DELIMITED BY SIZE
                     " AT THE RATES OF THIS DATE"
                                     DELIMITED BY SIZE
                INTO FS-LEDGER-RPT-TEXT
           END-IF.

           WRITE FS-LEDGER-RPT-RECORD.
           ADD 1 TO WS-LED-LINE-COUNT.

       0700-RATES-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************

              MOVE WS-LED-RESOLVED-NAME TO FS-LEDGER-DATABASE
              MOVE WS-LED-PRIOR-N       TO FS-LEDGER-PERIOD
              MOVE WS-LED-CURRENCY      TO FS-LEDGER-CURRENCY

              READ FC-LEDGER KEY IS FS-LEDGER-KEY


           MOVE "OPENING" TO FS-LEDGER-RPT-LABEL.
           MOVE SPACE     TO FS-LEDGER-RPT-DATE
                             FS-LEDGER-RPT-TEXT
                             FS-LEDGER-RPT-ADDS
                             FS-LEDGER-RPT-REMOVES.

           PERFORM 9000-SIGNED-FIGURE THRU 9000-SIGNED-FIGURE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The converted statement's movement - the per-currency     ***
      *** totals for the period, keyed date, operation, currency,   ***
      *** so each day's rows still arrive together; each figure is  ***
      *** converted before it joins the day's adds or removes.      ***
      ******************************************************************
       2500-ROLL-CURRENCY-TOTALS.

           MOVE 'N'  TO WS-LED-EOF WS-LED-DAY-ANY.
           MOVE ZERO TO WS-LED-DAY-DATE WS-LED-DAY-ADDS
                        WS-LED-DAY-REMOVES.

           OPEN INPUT FC-TOTCCY.

           IF WS-TOTCCY-FILE-STATUS NOT EQUAL "00"
              GO TO 2500-ROLL-CURRENCY-TOTALS-EXIT
           END-IF.

           PERFORM UNTIL WS-LED-EOF EQUAL 'S'

               READ FC-TOTCCY NEXT RECORD

               AT END
                   MOVE 'S' TO WS-LED-EOF

               NOT AT END
                   IF FS-TOTCCY-DATE (1:6) EQUAL LS-LEDGER-PERIOD
                      IF FS-TOTCCY-DATE NOT EQUAL WS-LED-DAY-DATE
                         PERFORM 2100-CLOSE-DAY-LINE
                            THRU 2100-CLOSE-DAY-LINE-EXIT
                         MOVE FS-TOTCCY-DATE TO WS-LED-DAY-DATE
                         MOVE ZERO TO WS-LED-DAY-ADDS
                                      WS-LED-DAY-REMOVES
                         MOVE 'Y'  TO WS-LED-DAY-ANY
                      END-IF
                      IF FS-TOTCCY-OPERATION EQUAL "ADD"
                      OR FS-TOTCCY-OPERATION EQUAL "REMOVE"
                      OR FS-TOTCCY-OPERATION EQUAL "EXPIRE"
                         PERFORM 2600-CONVERT-MOVEMENT
                            THRU 2600-CONVERT-MOVEMENT-EXIT
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           PERFORM 2100-CLOSE-DAY-LINE
              THRU 2100-CLOSE-DAY-LINE-EXIT.

           CLOSE FC-TOTCCY.

       2500-ROLL-CURRENCY-TOTALS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One currency's movement for the day into the reporting    ***
      *** currency - at the rate date asked, or the day's own. With ***
      *** no rate it prints as it stands on a NO RATE line and      ***
      *** stays off the balance.                                    ***
      ******************************************************************
       2600-CONVERT-MOVEMENT.

           MOVE FS-TOTCCY-AMOUNT TO WS-LED-CCY-AMOUNT.

           IF WS-XRATE-ASKED-DATE EQUAL ZERO
              MOVE FS-TOTCCY-DATE      TO WS-XRATE-RATE-DATE
           ELSE
              MOVE WS-XRATE-ASKED-DATE TO WS-XRATE-RATE-DATE
           END-IF.

           MOVE SPACE               TO WS-XRATE-ROW-KEY.
           MOVE FS-TOTCCY-DATE      TO WS-XRATE-ROW-KEY (1:8).
           MOVE FS-TOTCCY-OPERATION TO WS-XRATE-ROW-KEY (10:8).

           CALL "REYDB_XRATE_CONVERT" USING WS-XRATE-SOURCE
                                            WS-LED-RESOLVED-NAME
                                            WS-XRATE-ROW-KEY
                                            FS-TOTCCY-CURRENCY
                                            WS-LED-CURRENCY
                                            WS-XRATE-RATE-DATE
                                            WS-LED-CCY-AMOUNT
                                            WS-AMOUNT-SCALE
                                            WS-XRATE-CONVERTED
                                            WS-XRATE-USED-DATE
               RETURNING WS-REYDB-RESULT-XRATE
           END-CALL.

           IF WS-REYDB-RESULT-XRATE EQUAL WS-REYDB-SUCCESS
              IF FS-TOTCCY-OPERATION EQUAL "ADD"
                 ADD WS-XRATE-CONVERTED TO WS-LED-DAY-ADDS
              ELSE
                 ADD WS-XRATE-CONVERTED TO WS-LED-DAY-REMOVES
              END-IF
              GO TO 2600-CONVERT-MOVEMENT-EXIT
           END-IF.

           MOVE "NO RATE"          TO FS-LEDGER-RPT-LABEL.
           MOVE FS-TOTCCY-DATE     TO FS-LEDGER-RPT-DATE.
           MOVE SPACE              TO FS-LEDGER-RPT-ADDS
                                      FS-LEDGER-RPT-REMOVES
                                      FS-LEDGER-RPT-TEXT.

           STRING FS-TOTCCY-OPERATION DELIMITED BY SPACE
                  " IN "              DELIMITED BY SIZE
                  FS-TOTCCY-CURRENCY  DELIMITED BY SIZE
                  " LEFT OFF THE BALANCE"
                                      DELIMITED BY SIZE
             INTO FS-LEDGER-RPT-TEXT.

           CALL "REYDB_AMOUNT_EDIT" USING WS-LED-CCY-AMOUNT
                                          WS-AMOUNT-SCALE
                                          FS-LEDGER-RPT-FIGURE
           END-CALL.

           WRITE FS-LEDGER-RPT-RECORD.
           ADD 1 TO WS-LED-LINE-COUNT.

       2600-CONVERT-MOVEMENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Closes the day in hand onto the statement and folds its   ***
      *** net into the balance.                                     ***

           MOVE "DAY"            TO FS-LEDGER-RPT-LABEL.
           MOVE WS-LED-DAY-DATE  TO FS-LEDGER-RPT-DATE.
           MOVE SPACE            TO FS-LEDGER-RPT-TEXT.

           MOVE WS-LED-DAY-ADDS TO WS-LED-FIGURE.
           CALL "REYDB_AMOUNT_EDIT" USING WS-LED-FIGURE
                                          WS-AMOUNT-SCALE
                                          FS-LEDGER-RPT-ADDS
           END-CALL.

           MOVE WS-LED-DAY-REMOVES TO WS-LED-FIGURE.
           CALL "REYDB_AMOUNT_EDIT" USING WS-LED-FIGURE
                                          WS-AMOUNT-SCALE
                                          FS-LEDGER-RPT-REMOVES
           END-CALL.

           MOVE WS-LED-NET TO WS-LED-FIGURE.
           CALL "REYDB_AMOUNT_EDIT" USING WS-LED-FIGURE
                                          WS-AMOUNT-SCALE
                                          FS-LEDGER-RPT-FIGURE
           END-CALL.

           WRITE FS-LEDGER-RPT-RECORD.
           ADD 1 TO WS-LED-LINE-COUNT.
                      EQUAL WS-LED-RESOLVED-NAME
                      AND FS-LEDGER-ADJ-PERIOD
                          EQUAL LS-LEDGER-PERIOD
                      AND FS-LEDGER-ADJ-CURRENCY
                          EQUAL WS-LED-CURRENCY

                      IF FS-LEDGER-ADJ-SIGN EQUAL '-'
                         SUBTRACT FS-LEDGER-ADJ-AMOUNT

                      MOVE "ADJUST"  TO FS-LEDGER-RPT-LABEL
                      MOVE SPACE     TO FS-LEDGER-RPT-DATE
                                        FS-LEDGER-RPT-ADDS
                                        FS-LEDGER-RPT-REMOVES

                      IF FS-LEDGER-ADJ-SIGN EQUAL '-'
                         COMPUTE WS-LED-FIGURE =
                             0 - FS-LEDGER-ADJ-AMOUNT
                      ELSE
                         MOVE FS-LEDGER-ADJ-AMOUNT TO WS-LED-FIGURE
                      END-IF

                      CALL "REYDB_AMOUNT_EDIT" USING
                               WS-LED-FIGURE
                               WS-AMOUNT-SCALE
                               FS-LEDGER-RPT-FIGURE
                      END-CALL

                      MOVE FS-LEDGER-ADJ-TEXT
                        TO FS-LEDGER-RPT-TEXT


           MOVE "CLOSING" TO FS-LEDGER-RPT-LABEL.
           MOVE SPACE     TO FS-LEDGER-RPT-DATE
                             FS-LEDGER-RPT-TEXT
                             FS-LEDGER-RPT-ADDS
                             FS-LEDGER-RPT-REMOVES.

           PERFORM 9000-SIGNED-FIGURE THRU 9000-SIGNED-FIGURE-EXIT.

           MOVE WS-LED-RESOLVED-NAME TO FS-LEDGER-DATABASE.
           MOVE LS-LEDGER-PERIOD     TO FS-LEDGER-PERIOD.
           MOVE WS-LED-CURRENCY      TO FS-LEDGER-CURRENCY.

           IF WS-LED-BALANCE LESS THAN ZERO
              MOVE '-' TO FS-LEDGER-SIGN

      ******************************************************************
      *** The running balance into the statement's signed figure    ***
      *** column.                                                   ***
      ******************************************************************
       9000-SIGNED-FIGURE.

           MOVE WS-LED-BALANCE TO WS-LED-FIGURE.

           CALL "REYDB_AMOUNT_EDIT" USING WS-LED-FIGURE
                                          WS-AMOUNT-SCALE
                                          FS-LEDGER-RPT-FIGURE
           END-CALL.

       9000-SIGNED-FIGURE-EXIT.
           EXIT.
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The decimals the statement prints by - the dictionary's    ***
      *** description of the amount field the control totals sum.   ***
      *** No amount field, or an undescribed one, is whole units.    ***
      ******************************************************************
       0200-AMOUNT-FORMAT.

           MOVE SPACE TO WS-AMOUNT-SIGN.
           MOVE ZERO  TO WS-AMOUNT-SCALE.

           CALL "REYDB_DICT_TYPED" USING LS-REYDB-DATABASE-NAME
                                         WS-LED-AMT-TYPE
                                         WS-LED-AMT-OFFSET
                                         WS-LED-AMT-LENGTH
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0200-AMOUNT-FORMAT-EXIT
           END-IF.

           CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                          WS-LED-AMT-OFFSET
                                          WS-LED-AMT-LENGTH
                                          WS-AMOUNT-SIGN
                                          WS-AMOUNT-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

       0200-AMOUNT-FORMAT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-LEDGER-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-LEDGER-ADJ-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-LEDGER-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
