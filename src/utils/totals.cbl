      *** Author:  Reymon Dev         ***
      *** File:    totals.cbl         ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** 4,212 adds totalling 1.2 million", finally on paper; a     ***
      *** day with no totals at all gets its own flag line, which    ***
      *** is how an interrupted batch shows what never posted.       ***
      ***                                                            ***
      *** An amount field paired with a currency field               ***
      *** (REYDB_DICT_CURRENCY) has its sums kept per currency as    ***
      *** well, in "<db>.tcy", for REYDB_LEDGER_CCY to convert.      ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-totals.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-amount.cpy".
       COPY "data/working/reydb-xrate.cpy".

      *** The declared amount field, asked of the dictionary per
      *** call.
       77 WS-TOTALS-AMT-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TOTALS-AMT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.

      *** The amount, signed, in the field's smallest unit - read by
      *** the sign and decimals the dictionary gives the field, with
      *** blanks read as zeros.
       77 WS-TOTALS-AMOUNT PIC S9(15) COMP-5 VALUE ZERO.

      *** The row's currency code, SPACE when the amount field has
      *** no currency field paired with it.
       77 WS-TOTALS-CURRENCY PIC X(03) VALUE SPACE.

       77 WS-TOTALS-DATE PIC 9(08) VALUE ZERO.

       77 WS-TOTALS-EOF PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.
           PERFORM 0200-SLICE-AMOUNT THRU 0200-SLICE-AMOUNT-EXIT.


           CLOSE FC-TOTALS.

           IF WS-TOTALS-CURRENCY NOT EQUAL SPACE
              PERFORM 0300-NOTE-CURRENCY THRU 0300-NOTE-CURRENCY-EXIT
           END-IF.

           GOBACK.
      ******************************************************************

       ENTRY "REYDB_BALANCE" USING LS-REYDB-DATABASE-NAME
                                   LS-TOTALS-DATE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.

           IF LS-TOTALS-DATE EQUAL ZERO

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db.tot" TO WS-TOTALS-DATABASE-NAME
              MOVE "reymon.db.tcy" TO WS-TOTCCY-DATABASE-NAME
           ELSE
              MOVE SPACE TO WS-TOTALS-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     ".tot"                 DELIMITED BY SIZE
                INTO WS-TOTALS-DATABASE-NAME
              MOVE SPACE TO WS-TOTCCY-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     ".tcy"                 DELIMITED BY SIZE
                INTO WS-TOTCCY-DATABASE-NAME
           END-IF.

       0100-DERIVE-NAME-EXIT.
      ******************************************************************
       0200-SLICE-AMOUNT.

           MOVE ZERO  TO WS-TOTALS-AMOUNT.
           MOVE SPACE TO WS-TOTALS-CURRENCY.

           CALL "REYDB_DICT_TYPED" USING LS-REYDB-DATABASE-NAME
                                         WS-TOTALS-AMT-TYPE
           END-CALL.

           IF WS-TOTALS-AMT-LENGTH EQUAL ZERO
           OR WS-TOTALS-AMT-LENGTH GREATER THAN 16
              GO TO 0200-SLICE-AMOUNT-EXIT
           END-IF.

           CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                          WS-TOTALS-AMT-OFFSET
                                          WS-TOTALS-AMT-LENGTH
                                          WS-AMOUNT-SIGN
                                          WS-AMOUNT-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

      *** A field that will not read as a figure posts the count
      *** alone, the same as an undeclared one.
           CALL "REYDB_AMOUNT" USING LS-TOTALS-CONTENT
                                     WS-TOTALS-AMT-OFFSET
                                     WS-TOTALS-AMT-LENGTH
                                     WS-AMOUNT-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           MOVE WS-AMOUNT-VALUE TO WS-TOTALS-AMOUNT.

      *** The currency the amount is in, where the dictionary pairs
      *** the field with one.
           CALL "REYDB_DICT_CCYFMT" USING LS-REYDB-DATABASE-NAME
                                          WS-TOTALS-AMT-OFFSET
                                          WS-TOTALS-AMT-LENGTH
                                          WS-XRATE-CCY-OFFSET
                                          WS-XRATE-CCY-LENGTH
                                          WS-XRATE-DATE-OFFSET
                                          WS-XRATE-DATE-LENGTH
               RETURNING WS-REYDB-RESULT-XRATE
           END-CALL.

           IF WS-REYDB-RESULT-XRATE EQUAL WS-REYDB-SUCCESS
              AND WS-XRATE-CCY-LENGTH EQUAL 3
              MOVE LS-TOTALS-CONTENT (WS-XRATE-CCY-OFFSET : 3)
                TO WS-TOTALS-CURRENCY
           END-IF.

       0200-SLICE-AMOUNT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Folds the same call into the day's per-currency totals.    ***
      ******************************************************************
       0300-NOTE-CURRENCY.

           OPEN I-O FC-TOTCCY.

           IF WS-TOTCCY-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-TOTCCY
              CLOSE FC-TOTCCY
              OPEN I-O FC-TOTCCY
           END-IF.

           IF WS-TOTCCY-FILE-STATUS NOT EQUAL "00"
              GO TO 0300-NOTE-CURRENCY-EXIT
           END-IF.

           MOVE WS-TOTALS-DATE      TO FS-TOTCCY-DATE.
           MOVE LS-TOTALS-OPERATION TO FS-TOTCCY-OPERATION.
           MOVE WS-TOTALS-CURRENCY  TO FS-TOTCCY-CURRENCY.

           READ FC-TOTCCY KEY IS FS-TOTCCY-KEY

           INVALID KEY *> First call of this operation and currency

               MOVE WS-TOTALS-DATE      TO FS-TOTCCY-DATE
               MOVE LS-TOTALS-OPERATION TO FS-TOTCCY-OPERATION
               MOVE WS-TOTALS-CURRENCY  TO FS-TOTCCY-CURRENCY
               MOVE 1                   TO FS-TOTCCY-COUNT
               MOVE WS-TOTALS-AMOUNT    TO FS-TOTCCY-AMOUNT

               WRITE FS-TOTCCY-RECORD
               INVALID KEY
                   CONTINUE
               END-WRITE

           NOT INVALID KEY

               ADD 1                TO FS-TOTCCY-COUNT
               ADD WS-TOTALS-AMOUNT TO FS-TOTCCY-AMOUNT

               REWRITE FS-TOTCCY-RECORD
               INVALID KEY
                   CONTINUE
               END-REWRITE

           END-READ.

           CLOSE FC-TOTCCY.

       0300-NOTE-CURRENCY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-BALANCE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
