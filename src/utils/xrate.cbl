      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    xrate.cbl          ***
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
       PROGRAM-ID. REYDB_XRATE IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Exchange rates - so a database holding amounts in more     ***
      *** than one currency stops totalling dollars and euros as if  ***
      *** they were one. xrate.dat holds one rate per currency pair  ***
      *** per effective date; a rate stays in force until the pair's ***
      *** next later row, so the rate "on" a date is the pair's      ***
      *** latest row not after it. A pair only ever filed the other  ***
      *** way round answers by the inverse of that rate.             ***
      ***                                                            ***
      *** REYDB_XRATE files (or corrects) one rate and              ***
      *** REYDB_XRATE_DROP withdraws one; REYDB_XRATE_RATE answers   ***
      *** the rate in force on a date. REYDB_XRATE_CONVERT is what   ***
      *** REYDB_SUMMARY, REYDB_LEDGER and REYDB_REPORT call per      ***
      *** figure: it converts into the reporting currency, or - with ***
      *** no rate to convert by - appends the figure to xrate.exc,   ***
      *** the exceptions list, and answers NOT-FOUND so the caller   ***
      *** leaves it out of its totals.                               ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-xrate.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-xrate.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-xrate.cpy".

      *** Who filed the rate, and when.
       77 WS-XR-USER PIC X(08) VALUE SPACE.
       77 WS-XR-DATE PIC 9(08) VALUE ZERO.
       77 WS-XR-TIME PIC 9(08) VALUE ZERO.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The pair being looked up, and what the lookup found - the
      *** rate, the effective date it came off, 'Y' once found, and
      *** 'Y' when it came off the reverse pair and so divides.
       77 WS-XR-FROM      PIC X(03) VALUE SPACE.
       77 WS-XR-TO        PIC X(03) VALUE SPACE.
       77 WS-XR-RATE      PIC 9(07)V9(08) VALUE ZERO.
       77 WS-XR-FOUND-ON  PIC 9(08) VALUE ZERO.
       77 WS-XR-FOUND     PIC X(01) VALUE 'N'.
       77 WS-XR-INVERSE   PIC X(01) VALUE 'N'.
       77 WS-XR-EOF       PIC X(01) VALUE 'N'.

      *** Why a figure went to the exceptions list.
       77 WS-XR-REASON PIC X(30) VALUE SPACE.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

      *** The currency pair - one unit of FROM buys RATE units of TO -
      *** and the date the rate takes effect or is asked on.
       77 LS-XRATE-FROM PIC X(03) VALUE SPACE.
       77 LS-XRATE-TO   PIC X(03) VALUE SPACE.
       77 LS-XRATE-DATE PIC 9(08) VALUE ZERO.
       77 LS-XRATE-RATE PIC 9(07)V9(08) VALUE ZERO.

      *** The effective date the answering rate came off.
       77 LS-XRATE-USED-DATE PIC 9(08) VALUE ZERO.

      *** One figure being converted - who is asking, about which
      *** row of which database, the figure in its field's smallest
      *** unit and the decimals it prints with, and the result.
       77 LS-XRATE-SOURCE    PIC X(08) VALUE SPACE.
       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.
       77 LS-XRATE-KEY       PIC X(18) VALUE SPACE.
       77 LS-XRATE-VALUE     PIC S9(18) COMP-5 VALUE ZERO.
       77 LS-XRATE-SCALE     PIC 9(01) VALUE ZERO.
       77 LS-XRATE-CONVERTED PIC S9(18) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - files one rate, or corrects the rate ***
      *** already filed for that pair on that date.                  ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-XRATE-FROM
                                    LS-XRATE-TO
                                    LS-XRATE-DATE
                                    LS-XRATE-RATE
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-XRATE-FROM EQUAL SPACE
           OR LS-XRATE-TO EQUAL SPACE
           OR LS-XRATE-FROM EQUAL LS-XRATE-TO
           OR LS-XRATE-DATE EQUAL ZERO
           OR LS-XRATE-RATE EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-XRATE.

      *** First rate ever - xrate.dat self-creates.
           IF WS-XRATE-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-XRATE
              CLOSE FC-XRATE
              OPEN I-O FC-XRATE
           END-IF.

           MOVE SPACE TO WS-XR-USER.

           CALL "REYDB_WHOAMI" USING WS-XR-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           ACCEPT WS-XR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-XR-TIME FROM TIME.

           MOVE LS-XRATE-FROM TO FS-XRATE-FROM.
           MOVE LS-XRATE-TO   TO FS-XRATE-TO.
           MOVE LS-XRATE-DATE TO FS-XRATE-EFFECTIVE.
           MOVE LS-XRATE-RATE TO FS-XRATE-RATE.
           MOVE WS-XR-USER    TO FS-XRATE-SET-BY.
           MOVE WS-XR-DATE    TO FS-XRATE-SET-TS (1:8).
           MOVE WS-XR-TIME    TO FS-XRATE-SET-TS (9:8).

           WRITE FS-XRATE-RECORD

           INVALID KEY *> Rate corrected - refresh it

               REWRITE FS-XRATE-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-XRATE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - withdraws one filed rate; the pair's  ***
      *** earlier rate is in force again from that date.             ***
      ******************************************************************
       ENTRY "REYDB_XRATE_DROP" USING LS-XRATE-FROM
                                      LS-XRATE-TO
                                      LS-XRATE-DATE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-XRATE.

           IF WS-XRATE-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-XRATE-FROM TO FS-XRATE-FROM.
           MOVE LS-XRATE-TO   TO FS-XRATE-TO.
           MOVE LS-XRATE-DATE TO FS-XRATE-EFFECTIVE.

           DELETE FC-XRATE RECORD

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-XRATE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the rate in force for a pair on a      ***
      *** date, and the effective date it came off. A reverse-filed  ***
      *** pair answers by the inverse, to eight decimals.            ***
      ******************************************************************
       ENTRY "REYDB_XRATE_RATE" USING LS-XRATE-FROM
                                      LS-XRATE-TO
                                      LS-XRATE-DATE
                                      LS-XRATE-RATE
                                      LS-XRATE-USED-DATE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-XRATE-RATE LS-XRATE-USED-DATE.

           PERFORM 0200-LOOK-UP THRU 0200-LOOK-UP-EXIT.

           IF WS-XR-FOUND NOT EQUAL 'Y'
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF WS-XR-INVERSE EQUAL 'Y'
              COMPUTE LS-XRATE-RATE ROUNDED = 1 / WS-XR-RATE
                  ON SIZE ERROR
                      MOVE ZERO TO LS-XRATE-RATE
              END-COMPUTE
           ELSE
              MOVE WS-XR-RATE TO LS-XRATE-RATE
           END-IF.

           MOVE WS-XR-FOUND-ON   TO LS-XRATE-USED-DATE.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - one figure into the reporting         ***
      *** currency at the rate in force on the date given. A figure  ***
      *** with no currency, no date or no rate goes on the           ***
      *** exceptions list and answers NOT-FOUND, converted zero.     ***
      ******************************************************************
       ENTRY "REYDB_XRATE_CONVERT" USING LS-XRATE-SOURCE
                                         LS-REYDB-DATABASE-NAME
                                         LS-XRATE-KEY
                                         LS-XRATE-FROM
                                         LS-XRATE-TO
                                         LS-XRATE-DATE
                                         LS-XRATE-VALUE
                                         LS-XRATE-SCALE
                                         LS-XRATE-CONVERTED
                                         LS-XRATE-USED-DATE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-XRATE-CONVERTED LS-XRATE-USED-DATE.

           EVALUATE TRUE
               WHEN LS-XRATE-FROM EQUAL SPACE
                   MOVE "NO CURRENCY CODE ON ROW" TO WS-XR-REASON
               WHEN LS-XRATE-DATE EQUAL ZERO
                   MOVE "NO RATE DATE ON ROW" TO WS-XR-REASON
               WHEN OTHER
                   MOVE SPACE TO WS-XR-REASON
           END-EVALUATE.

           IF WS-XR-REASON NOT EQUAL SPACE
              PERFORM 0300-NOTE-EXCEPTION THRU 0300-NOTE-EXCEPTION-EXIT
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** Already in the reporting currency - nothing to convert.
           IF LS-XRATE-FROM EQUAL LS-XRATE-TO
              MOVE LS-XRATE-VALUE   TO LS-XRATE-CONVERTED
              MOVE LS-XRATE-DATE    TO LS-XRATE-USED-DATE
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0200-LOOK-UP THRU 0200-LOOK-UP-EXIT.

           IF WS-XR-FOUND NOT EQUAL 'Y'
              MOVE "NO RATE IN FORCE ON THE DATE" TO WS-XR-REASON
              PERFORM 0300-NOTE-EXCEPTION THRU 0300-NOTE-EXCEPTION-EXIT
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           IF WS-XR-INVERSE EQUAL 'Y'
              COMPUTE LS-XRATE-CONVERTED ROUNDED =
                  LS-XRATE-VALUE / WS-XR-RATE
                  ON SIZE ERROR
                      MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              END-COMPUTE
           ELSE
              COMPUTE LS-XRATE-CONVERTED ROUNDED =
                  LS-XRATE-VALUE * WS-XR-RATE
                  ON SIZE ERROR
                      MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              END-COMPUTE
           END-IF.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              MOVE ZERO TO LS-XRATE-CONVERTED
              MOVE "CONVERTED FIGURE TOO LARGE" TO WS-XR-REASON
              PERFORM 0300-NOTE-EXCEPTION THRU 0300-NOTE-EXCEPTION-EXIT
              GOBACK
           END-IF.

           MOVE WS-XR-FOUND-ON TO LS-XRATE-USED-DATE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Finds the rate in force - the pair's latest row on or      ***
      *** before the date, else the reverse pair's, divided.         ***
      ******************************************************************
       0200-LOOK-UP.

           MOVE 'N'  TO WS-XR-FOUND WS-XR-INVERSE.
           MOVE ZERO TO WS-XR-RATE WS-XR-FOUND-ON.

           OPEN INPUT FC-XRATE.

           IF WS-XRATE-FILE-STATUS NOT EQUAL "00"
              GO TO 0200-LOOK-UP-EXIT
           END-IF.

           MOVE LS-XRATE-FROM TO WS-XR-FROM.
           MOVE LS-XRATE-TO   TO WS-XR-TO.

           PERFORM 0210-SCAN-PAIR THRU 0210-SCAN-PAIR-EXIT.

           IF WS-XR-FOUND NOT EQUAL 'Y'
              MOVE LS-XRATE-TO   TO WS-XR-FROM
              MOVE LS-XRATE-FROM TO WS-XR-TO
              PERFORM 0210-SCAN-PAIR THRU 0210-SCAN-PAIR-EXIT
              IF WS-XR-FOUND EQUAL 'Y'
                 MOVE 'Y' TO WS-XR-INVERSE
              END-IF
           END-IF.

           CLOSE FC-XRATE.

       0200-LOOK-UP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Walks one pair's rows up to the date, keeping the last -   ***
      *** the file is keyed pair then effective date.                ***
      ******************************************************************
       0210-SCAN-PAIR.

           MOVE WS-XR-FROM TO FS-XRATE-FROM.
           MOVE WS-XR-TO   TO FS-XRATE-TO.
           MOVE ZERO       TO FS-XRATE-EFFECTIVE.

           START FC-XRATE KEY IS NOT LESS THAN FS-XRATE-KEY
               INVALID KEY
                   GO TO 0210-SCAN-PAIR-EXIT
           END-START.

           MOVE 'N' TO WS-XR-EOF.

           PERFORM UNTIL WS-XR-EOF EQUAL 'S'

               READ FC-XRATE NEXT RECORD

               AT END
                   MOVE 'S' TO WS-XR-EOF

               NOT AT END
                   IF FS-XRATE-FROM NOT EQUAL WS-XR-FROM
                   OR FS-XRATE-TO NOT EQUAL WS-XR-TO
                   OR FS-XRATE-EFFECTIVE GREATER THAN LS-XRATE-DATE
                      MOVE 'S' TO WS-XR-EOF
                   ELSE
                      IF FS-XRATE-RATE GREATER THAN ZERO
                         MOVE FS-XRATE-RATE      TO WS-XR-RATE
                         MOVE FS-XRATE-EFFECTIVE TO WS-XR-FOUND-ON
                         MOVE 'Y'                TO WS-XR-FOUND
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

       0210-SCAN-PAIR-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Appends one figure left out of a converting run to the     ***
      *** exceptions list - stamped with the run's time, so the      ***
      *** lines of one report stay together.                         ***
      ******************************************************************
       0300-NOTE-EXCEPTION.

           OPEN EXTEND FC-XRATE-EXC.

      *** First exception ever - the list self-creates.
           IF WS-XRATE-EXC-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-XRATE-EXC
           END-IF.

           ACCEPT WS-XR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-XR-TIME FROM TIME.

           MOVE SPACE              TO FS-XRATE-EXC-RECORD.
           MOVE WS-XR-DATE         TO FS-XRATE-EXC-RUN-TS (1:8).
           MOVE WS-XR-TIME (1:6)   TO FS-XRATE-EXC-RUN-TS (9:6).
           MOVE LS-XRATE-SOURCE    TO FS-XRATE-EXC-SOURCE.
           MOVE LS-REYDB-DATABASE-NAME TO FS-XRATE-EXC-DATABASE.
           MOVE LS-XRATE-KEY       TO FS-XRATE-EXC-KEY.
           MOVE LS-XRATE-FROM      TO FS-XRATE-EXC-FROM.
           MOVE LS-XRATE-TO        TO FS-XRATE-EXC-TO.

           IF LS-XRATE-DATE NOT EQUAL ZERO
              MOVE LS-XRATE-DATE TO FS-XRATE-EXC-DATE
           END-IF.

           CALL "REYDB_AMOUNT_EDIT" USING LS-XRATE-VALUE
                                          LS-XRATE-SCALE
                                          FS-XRATE-EXC-AMOUNT
           END-CALL.

           MOVE WS-XR-REASON TO FS-XRATE-EXC-REASON.

           WRITE FS-XRATE-EXC-RECORD.

           CLOSE FC-XRATE-EXC.

       0300-NOTE-EXCEPTION-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-XRATE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-XRATE-EXC-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
