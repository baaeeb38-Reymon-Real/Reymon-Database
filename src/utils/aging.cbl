      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    aging.cbl          ***
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
       PROGRAM-ID. REYDB_AGING IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Receivables-style aging - open items into CURRENT, 1-30,   ***
      *** 31-60, 61-90, 91-120 and 120+ day buckets, counted and     ***
      *** totaled per group (branch, customer - any dictionary       ***
      *** field) with a *TOTAL* across the database. The age runs    ***
      *** from a due date kept in the content (CCYYMMDD, named       ***
      *** through the dictionary), not from the row's created stamp, ***
      *** to the as-of day - in calendar days, or in the business    ***
      *** days REYDB_CALENDAR_CHECK allows when the caller asks. An  ***
      *** item not yet past due is CURRENT; an open item is a row    ***
      *** whose amount is not zero. A row whose date or amount will  ***
      *** not read is counted SKIPPED in its group.                  ***
      ***                                                            ***
      *** aging.rpt is the paged report, filed into the spool as     ***
      *** report AGING; aging.dat is the same figures one fixed line ***
      *** per group and bucket, for the web pickup. Up to fifty      ***
      *** groups are kept; past that the last slot folds the rest    ***
      *** into *OTHER*, as REYDB_BENFORD does.                       ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-aging.cpy".
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
       COPY "file/section/reydb-aging.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-aging.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-amount.cpy".
       COPY "data/working/reydb-calendar.cpy".

      *** The database's dictionary layout, searched by field name.
       77 WS-AGE-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-AGE-LAYOUT.
          02 WS-AGE-FIELD OCCURS 20 TIMES.
             03 WS-AGE-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-AGE-FIELD-LENGTH PIC 9(04) COMP-5.

       77 WS-AGE-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** One name looked up - the slice it names, zero unknown.
       77 WS-AGE-LOOK-NAME   PIC X(16) VALUE SPACE.
       77 WS-AGE-LOOK-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AGE-LOOK-LENGTH PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-AGE-DATE-OFFSET   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AGE-AMOUNT-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AGE-AMOUNT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AGE-GROUP-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AGE-GROUP-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.

      *** The row in flight's plaintext and its decipher state.
       77 WS-AGE-PLAIN         PIC X(471) VALUE SPACE.
       77 WS-AGE-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-AGE-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.

      *** The as-of day and the row's due date, each broken into its
      *** parts so the two subtract into the days between them.
       77 WS-AGE-AS-OF PIC 9(08) VALUE ZERO.
       77 WS-AGE-DAYS  PIC X(01) VALUE 'C'.

       01 WS-AGE-CAL.
          02 WS-AGE-CAL-YEAR  PIC 9(04).
          02 WS-AGE-CAL-MONTH PIC 9(02).
          02 WS-AGE-CAL-DAY   PIC 9(02).
       01 WS-AGE-CAL-N REDEFINES WS-AGE-CAL PIC 9(08).

       77 WS-AGE-DAYNUM     PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AGE-AS-OF-NUM  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AGE-Y          PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AGE-M          PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AGE-TERM       PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AGE-AGE        PIC S9(09) COMP-5 VALUE ZERO.
       77 WS-AGE-STEP-DAY   PIC 9(08) VALUE ZERO.
       77 WS-AGE-BUCKET     PIC 9(01) VALUE ZERO.

      *** The buckets' names, in bucket order.
       01 WS-AGE-BUCKET-NAMES.
          02 FILLER PIC X(08) VALUE "CURRENT".
          02 FILLER PIC X(08) VALUE "1-30".
          02 FILLER PIC X(08) VALUE "31-60".
          02 FILLER PIC X(08) VALUE "61-90".
          02 FILLER PIC X(08) VALUE "91-120".
          02 FILLER PIC X(08) VALUE "120+".
       01 WS-AGE-BUCKET-VIEW REDEFINES WS-AGE-BUCKET-NAMES.
          02 WS-AGE-BUCKET-NAME PIC X(08) OCCURS 6 TIMES.

      *** Counts and totals per group - slot one is *TOTAL*.
       01 WS-AGE-TABLE.
          02 WS-AGE-GROUP-ENTRY OCCURS 50 TIMES.
             03 WS-AGE-GROUP-VALUE PIC X(32).
             03 WS-AGE-GROUP-SKIP  PIC 9(09) COMP-5.
             03 WS-AGE-GROUP-COUNT PIC 9(09) COMP-5 OCCURS 6 TIMES.
             03 WS-AGE-GROUP-SUM   PIC S9(18) COMP-5 OCCURS 6 TIMES.

       77 WS-AGE-GROUPS-USED PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AGE-SLOT        PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AGE-ROW-SLOT    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AGE-ROW-GROUP   PIC X(32) VALUE SPACE.
       77 WS-AGE-TOTAL       PIC X(32) VALUE "*TOTAL*".
       77 WS-AGE-OTHER       PIC X(32) VALUE "*OTHER*".

      *** A group's figures summed across its buckets.
       77 WS-AGE-ALL-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AGE-ALL-SUM   PIC S9(18) COMP-5 VALUE ZERO.

      *** Report furniture.
       77 WS-AGE-LINE       PIC X(132) VALUE SPACE.
       77 WS-AGE-PTR        PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AGE-PAGE-NO    PIC 9(04) VALUE ZERO.
       77 WS-AGE-LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AGE-PAGE-LIMIT PIC 9(04) COMP-5 VALUE 60.
       77 WS-AGE-RUN-DATE   PIC 9(08) VALUE ZERO.
       77 WS-AGE-RUN-TIME   PIC 9(08) VALUE ZERO.
       77 WS-AGE-LINES      PIC 9(09) COMP-5 VALUE ZERO.

      *** Edited figures for the print lines.
       77 WS-AGE-FIGURE   PIC X(20) VALUE SPACE.
       77 WS-AGE-EDIT     PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-AGE-COUNT    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AGE-COUNT-ED PIC ZZZ,ZZZ,ZZ9.
       77 WS-AGE-SHARE    PIC S9(05)V9(01) VALUE ZERO.
       01 WS-AGE-SHARE-X PIC X(09) VALUE SPACE.
       01 WS-AGE-SHARE-VIEW REDEFINES WS-AGE-SHARE-X.
          02 WS-AGE-SHARE-ED  PIC -ZZZZ9.9.
          02 WS-AGE-SHARE-PCT PIC X(01).
       77 WS-AGE-BUCKET-X PIC X(08) VALUE SPACE.

      *** Spool filing.
       77 WS-AGE-SPOOL-REPORT PIC X(16) VALUE "AGING".
       77 WS-AGE-SPOOL-SOURCE PIC X(64) VALUE "aging.rpt".

      *** Results of the calls down the sweep.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-SPOOL    PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The dictionary names of the due date, the amount and the
      *** grouping field (SPACE - the database as one group), the
      *** day count ('B' business days, else calendar days) and the
      *** day to age to (zero - today).
       77 LS-AGING-DATE-FIELD   PIC X(16) VALUE SPACE.
       77 LS-AGING-AMOUNT-FIELD PIC X(16) VALUE SPACE.
       77 LS-AGING-GROUP-FIELD  PIC X(16) VALUE SPACE.
       77 LS-AGING-DAYS         PIC X(01) VALUE SPACE.
       77 LS-AGING-AS-OF        PIC 9(08) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-AGING-DATE-FIELD
                                    LS-AGING-AMOUNT-FIELD
                                    LS-AGING-GROUP-FIELD
                                    LS-AGING-DAYS
                                    LS-AGING-AS-OF
                                    LS-REYDB-RECORD-COUNT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT.

           IF LS-AGING-DATE-FIELD EQUAL SPACE
           OR LS-AGING-AMOUNT-FIELD EQUAL SPACE
           OR (LS-AGING-DAYS NOT EQUAL SPACE
               AND LS-AGING-DAYS NOT EQUAL 'C'
               AND LS-AGING-DAYS NOT EQUAL 'B')
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.

           IF LS-AGING-DAYS EQUAL 'B'
              MOVE 'B' TO WS-AGE-DAYS
           ELSE
              MOVE 'C' TO WS-AGE-DAYS
           END-IF.

           ACCEPT WS-AGE-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AGE-RUN-TIME FROM TIME.

           IF LS-AGING-AS-OF EQUAL ZERO
              MOVE WS-AGE-RUN-DATE TO WS-AGE-AS-OF
           ELSE
              MOVE LS-AGING-AS-OF TO WS-AGE-AS-OF
           END-IF.

           MOVE WS-AGE-AS-OF TO WS-AGE-CAL-N.

           IF WS-AGE-CAL-N NOT NUMERIC
           OR WS-AGE-CAL-MONTH LESS THAN 1
           OR WS-AGE-CAL-MONTH GREATER THAN 12
           OR WS-AGE-CAL-DAY LESS THAN 1
           OR WS-AGE-CAL-DAY GREATER THAN 31
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0300-DAY-NUMBER THRU 0300-DAY-NUMBER-EXIT.
           MOVE WS-AGE-DAYNUM TO WS-AGE-AS-OF-NUM.

           PERFORM 0100-FIND-FIELDS THRU 0100-FIND-FIELDS-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           CALL "REYDB_POLICY" USING LS-REYDB-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

      *** Shared hold - one consistent population while readers keep
      *** flowing.
           CALL "REYDB_ENQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE ZERO TO WS-REYDB-RECORD-COUNT WS-AGE-GROUPS-USED.
           MOVE WS-AGE-TOTAL TO WS-AGE-ROW-GROUP.

           PERFORM 2000-SEAT-GROUP THRU 2000-SEAT-GROUP-EXIT.

           MOVE 'N' TO WS-REYDB-EOF.

           OPEN INPUT FC-REYDB.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-REYDB-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      ADD 1 TO WS-REYDB-RECORD-COUNT
                      PERFORM 1000-AGE-ROW THRU 1000-AGE-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT.

           MOVE WS-REYDB-RECORD-COUNT TO LS-REYDB-RECORD-COUNT.

      *** Filed into the spool under the run date - both files are
      *** on disk either way, so a spool refusal is partial content.
           CALL "REYDB_SPOOL" USING LS-REYDB-DATABASE-NAME
                                    WS-AGE-SPOOL-REPORT
                                    WS-AGE-SPOOL-SOURCE
                                    WS-AGE-LINES
               RETURNING WS-REYDB-RESULT-SPOOL
           END-CALL.

           IF WS-REYDB-RESULT-SPOOL EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-PARTIAL-CONTENT TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The date, amount and grouping fields by dictionary name.   ***
      *** The date must be eight bytes (CCYYMMDD) and the grouping   ***
      *** field no wider than a group value. A field the dictionary  ***
      *** does not know is a VALIDATION-FAIL.                        ***
      ******************************************************************
       0100-FIND-FIELDS.

           MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT.
           MOVE ZERO TO WS-AGE-GROUP-OFFSET WS-AGE-GROUP-LENGTH.

           CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                       WS-AGE-FIELD-COUNT
                                       WS-AGE-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           MOVE LS-AGING-DATE-FIELD TO WS-AGE-LOOK-NAME.
           PERFORM 0150-FIND-ONE THRU 0150-FIND-ONE-EXIT.

           IF WS-AGE-LOOK-LENGTH NOT EQUAL 8
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           MOVE WS-AGE-LOOK-OFFSET TO WS-AGE-DATE-OFFSET.

           MOVE LS-AGING-AMOUNT-FIELD TO WS-AGE-LOOK-NAME.
           PERFORM 0150-FIND-ONE THRU 0150-FIND-ONE-EXIT.

           IF WS-AGE-LOOK-LENGTH EQUAL ZERO
           OR WS-AGE-LOOK-LENGTH GREATER THAN 16
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           MOVE WS-AGE-LOOK-OFFSET TO WS-AGE-AMOUNT-OFFSET.
           MOVE WS-AGE-LOOK-LENGTH TO WS-AGE-AMOUNT-LENGTH.

           IF LS-AGING-GROUP-FIELD NOT EQUAL SPACE
              MOVE LS-AGING-GROUP-FIELD TO WS-AGE-LOOK-NAME
              PERFORM 0150-FIND-ONE THRU 0150-FIND-ONE-EXIT
              IF WS-AGE-LOOK-LENGTH EQUAL ZERO
              OR WS-AGE-LOOK-LENGTH GREATER THAN 32
                 GO TO 0100-FIND-FIELDS-EXIT
              END-IF
              MOVE WS-AGE-LOOK-OFFSET TO WS-AGE-GROUP-OFFSET
              MOVE WS-AGE-LOOK-LENGTH TO WS-AGE-GROUP-LENGTH
           END-IF.

           CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                          WS-AGE-AMOUNT-OFFSET
                                          WS-AGE-AMOUNT-LENGTH
                                          WS-AMOUNT-SIGN
                                          WS-AMOUNT-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0100-FIND-FIELDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One dictionary name to its slice - zero when unknown or    ***
      *** when the slice would leave the content area.               ***
      ******************************************************************
       0150-FIND-ONE.

           MOVE ZERO TO WS-AGE-LOOK-OFFSET WS-AGE-LOOK-LENGTH.

           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                     UNTIL WS-AGE-IDX GREATER THAN WS-AGE-FIELD-COUNT

               IF WS-DICT-FIELD-NAME (WS-AGE-IDX) EQUAL WS-AGE-LOOK-NAME
                  MOVE WS-AGE-FIELD-OFFSET (WS-AGE-IDX)
                    TO WS-AGE-LOOK-OFFSET
                  MOVE WS-AGE-FIELD-LENGTH (WS-AGE-IDX)
                    TO WS-AGE-LOOK-LENGTH
               END-IF

           END-PERFORM.

           IF WS-AGE-LOOK-OFFSET EQUAL ZERO
           OR WS-AGE-LOOK-OFFSET + WS-AGE-LOOK-LENGTH - 1
              GREATER THAN 471
              MOVE ZERO TO WS-AGE-LOOK-OFFSET WS-AGE-LOOK-LENGTH
           END-IF.

       0150-FIND-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-AGE-CAL as a running day number - years counted from a  ***
      *** March start so the leap day falls last, then the month's   ***
      *** days before it and the day itself.                         ***
      ******************************************************************
       0300-DAY-NUMBER.

           MOVE WS-AGE-CAL-YEAR  TO WS-AGE-Y.
           MOVE WS-AGE-CAL-MONTH TO WS-AGE-M.

           IF WS-AGE-M LESS THAN 3
              SUBTRACT 1 FROM WS-AGE-Y
              ADD 12 TO WS-AGE-M
           END-IF.

           MULTIPLY WS-AGE-Y BY 365 GIVING WS-AGE-DAYNUM.

           DIVIDE WS-AGE-Y BY 4 GIVING WS-AGE-TERM.
           ADD WS-AGE-TERM TO WS-AGE-DAYNUM.

           DIVIDE WS-AGE-Y BY 100 GIVING WS-AGE-TERM.
           SUBTRACT WS-AGE-TERM FROM WS-AGE-DAYNUM.

           DIVIDE WS-AGE-Y BY 400 GIVING WS-AGE-TERM.
           ADD WS-AGE-TERM TO WS-AGE-DAYNUM.

           COMPUTE WS-AGE-TERM = (153 * (WS-AGE-M - 3)) + 2.
           DIVIDE WS-AGE-TERM BY 5 GIVING WS-AGE-TERM.
           ADD WS-AGE-TERM TO WS-AGE-DAYNUM.

           ADD WS-AGE-CAL-DAY TO WS-AGE-DAYNUM.

       0300-DAY-NUMBER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One row - deciphered, its group seated, then its amount    ***
      *** and due date read and the item dropped into its bucket.    ***
      *** A zero amount is no open item and is passed over.          ***
      ******************************************************************
       1000-AGE-ROW.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-AGE-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-AGE-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-AGE-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       LS-REYDB-DATABASE-NAME
                       FS-REYDB-KEY
                       WS-AGE-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-AGE-PLAIN
                                             WS-AGE-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-AGE-PLAIN
                                         WS-AGE-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

      *** The row's group, seated now so a skipped row still counts.
           MOVE 1 TO WS-AGE-ROW-SLOT.

           IF WS-AGE-GROUP-LENGTH GREATER THAN ZERO
              MOVE SPACE TO WS-AGE-ROW-GROUP
              MOVE WS-AGE-PLAIN
                   (WS-AGE-GROUP-OFFSET : WS-AGE-GROUP-LENGTH)
                TO WS-AGE-ROW-GROUP (1 : WS-AGE-GROUP-LENGTH)
              PERFORM 2000-SEAT-GROUP THRU 2000-SEAT-GROUP-EXIT
              MOVE WS-AGE-SLOT TO WS-AGE-ROW-SLOT
           END-IF.

           CALL "REYDB_AMOUNT" USING WS-AGE-PLAIN
                                     WS-AGE-AMOUNT-OFFSET
                                     WS-AGE-AMOUNT-LENGTH
                                     WS-AMOUNT-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT NOT EQUAL WS-REYDB-SUCCESS
              PERFORM 1900-SKIP-ROW THRU 1900-SKIP-ROW-EXIT
              GO TO 1000-AGE-ROW-EXIT
           END-IF.

           IF WS-AMOUNT-VALUE EQUAL ZERO
              GO TO 1000-AGE-ROW-EXIT
           END-IF.

           MOVE WS-AGE-PLAIN (WS-AGE-DATE-OFFSET : 8) TO WS-AGE-CAL.

           IF WS-AGE-CAL-N NOT NUMERIC
           OR WS-AGE-CAL-YEAR EQUAL ZERO
           OR WS-AGE-CAL-MONTH LESS THAN 1
           OR WS-AGE-CAL-MONTH GREATER THAN 12
           OR WS-AGE-CAL-DAY LESS THAN 1
           OR WS-AGE-CAL-DAY GREATER THAN 31
              PERFORM 1900-SKIP-ROW THRU 1900-SKIP-ROW-EXIT
              GO TO 1000-AGE-ROW-EXIT
           END-IF.

           PERFORM 1100-TAKE-AGE THRU 1100-TAKE-AGE-EXIT.

           EVALUATE TRUE
               WHEN WS-AGE-AGE NOT GREATER THAN ZERO
                   MOVE 1 TO WS-AGE-BUCKET
               WHEN WS-AGE-AGE NOT GREATER THAN 30
                   MOVE 2 TO WS-AGE-BUCKET
               WHEN WS-AGE-AGE NOT GREATER THAN 60
                   MOVE 3 TO WS-AGE-BUCKET
               WHEN WS-AGE-AGE NOT GREATER THAN 90
                   MOVE 4 TO WS-AGE-BUCKET
               WHEN WS-AGE-AGE NOT GREATER THAN 120
                   MOVE 5 TO WS-AGE-BUCKET
               WHEN OTHER
                   MOVE 6 TO WS-AGE-BUCKET
           END-EVALUATE.

           ADD 1 TO WS-AGE-GROUP-COUNT (1, WS-AGE-BUCKET).
           ADD WS-AMOUNT-VALUE TO WS-AGE-GROUP-SUM (1, WS-AGE-BUCKET).

           IF WS-AGE-ROW-SLOT GREATER THAN 1
              ADD 1 TO WS-AGE-GROUP-COUNT (WS-AGE-ROW-SLOT,
                                           WS-AGE-BUCKET)
              ADD WS-AMOUNT-VALUE
                TO WS-AGE-GROUP-SUM (WS-AGE-ROW-SLOT, WS-AGE-BUCKET)
           END-IF.

       1000-AGE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The item's age - calendar days from the due date to the    ***
      *** as-of day, or the business days between them, stepped one ***
      *** day at a time. Past due is all that matters beyond 120, so ***
      *** the business count stops there; an item older than a       ***
      *** thousand calendar days is past it without counting.        ***
      ******************************************************************
       1100-TAKE-AGE.

           PERFORM 0300-DAY-NUMBER THRU 0300-DAY-NUMBER-EXIT.

           COMPUTE WS-AGE-AGE = WS-AGE-AS-OF-NUM - WS-AGE-DAYNUM.

           IF WS-AGE-DAYS NOT EQUAL 'B'
           OR WS-AGE-AGE NOT GREATER THAN ZERO
              GO TO 1100-TAKE-AGE-EXIT
           END-IF.

           IF WS-AGE-AGE GREATER THAN 1000
              MOVE 121 TO WS-AGE-AGE
              GO TO 1100-TAKE-AGE-EXIT
           END-IF.

           MOVE ZERO         TO WS-AGE-AGE.
           MOVE WS-AGE-CAL-N TO WS-AGE-STEP-DAY.

           PERFORM 1150-BUSINESS-DAY THRU 1150-BUSINESS-DAY-EXIT
             UNTIL WS-AGE-STEP-DAY NOT LESS THAN WS-AGE-AS-OF
                OR WS-AGE-AGE GREATER THAN 120.

       1100-TAKE-AGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One day on from the due date, counted when it is a         ***
      *** business day.                                              ***
      ******************************************************************
       1150-BUSINESS-DAY.

           MOVE WS-AGE-STEP-DAY TO WS-CALENDAR-ASK-DATE.

           CALL "REYDB_CALENDAR_NEXT" USING WS-CALENDAR-ASK-DATE
                                            WS-AGE-STEP-DAY
               RETURNING WS-REYDB-RESULT-CALENDAR
           END-CALL.

           MOVE WS-AGE-STEP-DAY TO WS-CALENDAR-ASK-DATE.

           CALL "REYDB_CALENDAR_CHECK" USING WS-CALENDAR-ASK-DATE
                                             WS-CALENDAR-IS-BUSDAY
               RETURNING WS-REYDB-RESULT-CALENDAR
           END-CALL.

           IF WS-CALENDAR-IS-BUSDAY EQUAL 'Y'
              ADD 1 TO WS-AGE-AGE
           END-IF.

       1150-BUSINESS-DAY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A row whose amount or due date will not read - counted in  ***
      *** *TOTAL* and its own group, aged nowhere.                   ***
      ******************************************************************
       1900-SKIP-ROW.

           ADD 1 TO WS-AGE-GROUP-SKIP (1).

           IF WS-AGE-ROW-SLOT GREATER THAN 1
              ADD 1 TO WS-AGE-GROUP-SKIP (WS-AGE-ROW-SLOT)
           END-IF.

       1900-SKIP-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-AGE-ROW-GROUP to its slot, seating it on first sight. A ***
      *** full table gives its last slot to *OTHER*.                 ***
      ******************************************************************
       2000-SEAT-GROUP.

           PERFORM VARYING WS-AGE-SLOT FROM 1 BY 1
                     UNTIL WS-AGE-SLOT GREATER THAN WS-AGE-GROUPS-USED
                   OR WS-AGE-GROUP-VALUE (WS-AGE-SLOT)
                      EQUAL WS-AGE-ROW-GROUP
               CONTINUE
           END-PERFORM.

           IF WS-AGE-SLOT NOT GREATER THAN WS-AGE-GROUPS-USED
              GO TO 2000-SEAT-GROUP-EXIT
           END-IF.

           IF WS-AGE-GROUPS-USED NOT LESS THAN 50
              MOVE WS-AGE-OTHER TO WS-AGE-ROW-GROUP
              PERFORM VARYING WS-AGE-SLOT FROM 1 BY 1
                        UNTIL WS-AGE-SLOT GREATER THAN 50
                      OR WS-AGE-GROUP-VALUE (WS-AGE-SLOT)
                         EQUAL WS-AGE-OTHER
                  CONTINUE
              END-PERFORM
              IF WS-AGE-SLOT NOT GREATER THAN 50
                 GO TO 2000-SEAT-GROUP-EXIT
              END-IF
      *** The last slot gives way to *OTHER* - its rows are still
      *** in *TOTAL*, so the report stays whole.
              MOVE 50 TO WS-AGE-SLOT
           ELSE
              ADD 1 TO WS-AGE-GROUPS-USED
              MOVE WS-AGE-GROUPS-USED TO WS-AGE-SLOT
           END-IF.

           MOVE WS-AGE-ROW-GROUP TO WS-AGE-GROUP-VALUE (WS-AGE-SLOT).
           MOVE ZERO TO WS-AGE-GROUP-SKIP (WS-AGE-SLOT).

           PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
                     UNTIL WS-AGE-BUCKET GREATER THAN 6
               MOVE ZERO TO WS-AGE-GROUP-COUNT (WS-AGE-SLOT,
                                                WS-AGE-BUCKET)
                            WS-AGE-GROUP-SUM (WS-AGE-SLOT,
                                              WS-AGE-BUCKET)
           END-PERFORM.

       2000-SEAT-GROUP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The report and the flat file - each group in the order it  ***
      *** was first met, then *TOTAL* to close.                      ***
      ******************************************************************
       3000-WRITE-REPORT.

           OPEN OUTPUT FC-AGING-RPT.
           OPEN OUTPUT FC-AGING-OUT.

           MOVE ZERO TO WS-AGE-PAGE-NO WS-AGE-LINES.

           PERFORM 8000-START-NEW-PAGE THRU 8000-START-NEW-PAGE-EXIT.

           PERFORM VARYING WS-AGE-SLOT FROM 2 BY 1
                     UNTIL WS-AGE-SLOT GREATER THAN WS-AGE-GROUPS-USED
               PERFORM 3100-WRITE-GROUP THRU 3100-WRITE-GROUP-EXIT
           END-PERFORM.

           MOVE 1 TO WS-AGE-SLOT.
           PERFORM 3100-WRITE-GROUP THRU 3100-WRITE-GROUP-EXIT.

           CLOSE FC-AGING-RPT.
           CLOSE FC-AGING-OUT.

       3000-WRITE-REPORT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One group - its heading, a line per bucket with the item   ***
      *** count, the amount and the bucket's share of the group's    ***
      *** amount, then the group's TOTAL and SKIPPED lines.          ***
      ******************************************************************
       3100-WRITE-GROUP.

           MOVE ZERO TO WS-AGE-ALL-COUNT WS-AGE-ALL-SUM.

           PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
                     UNTIL WS-AGE-BUCKET GREATER THAN 6
               ADD WS-AGE-GROUP-COUNT (WS-AGE-SLOT, WS-AGE-BUCKET)
                 TO WS-AGE-ALL-COUNT
               ADD WS-AGE-GROUP-SUM (WS-AGE-SLOT, WS-AGE-BUCKET)
                 TO WS-AGE-ALL-SUM
           END-PERFORM.

      *** A group head never sits alone at the foot of a page.
           IF WS-AGE-LINE-COUNT + 10 GREATER THAN WS-AGE-PAGE-LIMIT
              PERFORM 8000-START-NEW-PAGE
                 THRU 8000-START-NEW-PAGE-EXIT
           END-IF.

           MOVE SPACE TO WS-AGE-LINE.

           STRING "GROUP "                       DELIMITED BY SIZE
                  WS-AGE-GROUP-VALUE (WS-AGE-SLOT) DELIMITED BY SIZE
             INTO WS-AGE-LINE
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
                     UNTIL WS-AGE-BUCKET GREATER THAN 6

               MOVE WS-AGE-BUCKET-NAME (WS-AGE-BUCKET)
                 TO WS-AGE-BUCKET-X
               MOVE WS-AGE-GROUP-COUNT (WS-AGE-SLOT, WS-AGE-BUCKET)
                 TO WS-AGE-COUNT
               MOVE WS-AGE-GROUP-SUM (WS-AGE-SLOT, WS-AGE-BUCKET)
                 TO WS-AGE-EDIT

               PERFORM 3200-BUCKET-LINE THRU 3200-BUCKET-LINE-EXIT

           END-PERFORM.

           MOVE "TOTAL"          TO WS-AGE-BUCKET-X.
           MOVE WS-AGE-ALL-COUNT TO WS-AGE-COUNT.
           MOVE WS-AGE-ALL-SUM   TO WS-AGE-EDIT.

           PERFORM 3200-BUCKET-LINE THRU 3200-BUCKET-LINE-EXIT.

           MOVE "SKIPPED"        TO WS-AGE-BUCKET-X.
           MOVE WS-AGE-GROUP-SKIP (WS-AGE-SLOT) TO WS-AGE-COUNT.
           MOVE WS-AGE-COUNT     TO WS-AGE-COUNT-ED.
           MOVE ZERO             TO WS-AGE-EDIT.

           MOVE SPACE TO WS-AGE-LINE.

           STRING "  "            DELIMITED BY SIZE
                  WS-AGE-BUCKET-X DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AGE-COUNT-ED DELIMITED BY SIZE
             INTO WS-AGE-LINE
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.
           PERFORM 3300-FLAT-LINE THRU 3300-FLAT-LINE-EXIT.

           MOVE SPACE TO WS-AGE-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

       3100-WRITE-GROUP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One bucket line from WS-AGE-BUCKET-X, WS-AGE-COUNT and     ***
      *** WS-AGE-EDIT - on the report and on the flat file.          ***
      ******************************************************************
       3200-BUCKET-LINE.

           MOVE WS-AGE-COUNT TO WS-AGE-COUNT-ED.

           CALL "REYDB_AMOUNT_EDIT" USING WS-AGE-EDIT
                                          WS-AMOUNT-SCALE
                                          WS-AGE-FIGURE
           END-CALL.

           MOVE SPACE TO WS-AGE-SHARE-X.

           IF WS-AGE-ALL-SUM NOT EQUAL ZERO
              COMPUTE WS-AGE-SHARE ROUNDED =
                      (WS-AGE-EDIT * 100) / WS-AGE-ALL-SUM
              MOVE WS-AGE-SHARE TO WS-AGE-SHARE-ED
              MOVE "%"          TO WS-AGE-SHARE-PCT
           END-IF.

           MOVE SPACE TO WS-AGE-LINE.

           STRING "  "            DELIMITED BY SIZE
                  WS-AGE-BUCKET-X DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AGE-COUNT-ED DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AGE-FIGURE   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AGE-SHARE-X  DELIMITED BY SIZE
             INTO WS-AGE-LINE
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.
           PERFORM 3300-FLAT-LINE THRU 3300-FLAT-LINE-EXIT.

       3200-BUCKET-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One flat-file line for the bucket in hand.                 ***
      ******************************************************************
       3300-FLAT-LINE.

           MOVE SPACE                 TO FS-AGING-OUT-RECORD.
           MOVE WS-AGE-GROUP-VALUE (WS-AGE-SLOT) TO FS-AGING-OUT-GROUP.
           MOVE WS-AGE-BUCKET-X       TO FS-AGING-OUT-BUCKET.
           MOVE WS-AGE-AS-OF          TO FS-AGING-OUT-AS-OF.
           MOVE WS-AGE-DAYS           TO FS-AGING-OUT-DAYS.
           MOVE WS-AGE-COUNT          TO FS-AGING-OUT-COUNT.
           MOVE WS-AGE-EDIT           TO FS-AGING-OUT-AMOUNT.
           MOVE WS-AMOUNT-SCALE       TO FS-AGING-OUT-SCALE.

           WRITE FS-AGING-OUT-RECORD.

       3300-FLAT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Page heading - title line with the database, the as-of     ***
      *** day and day count, run date/time and page number, then the ***
      *** column headings.                                           ***
      ******************************************************************
       8000-START-NEW-PAGE.

           ADD 1 TO WS-AGE-PAGE-NO.

           MOVE SPACE TO WS-AGE-LINE.
           MOVE 1     TO WS-AGE-PTR.

           STRING "AGING  DATABASE "       DELIMITED BY SIZE
                  WS-REYDB-DATABASE-NAME   DELIMITED BY SPACE
                  "  AS OF "               DELIMITED BY SIZE
                  WS-AGE-AS-OF             DELIMITED BY SIZE
               INTO WS-AGE-LINE
               WITH POINTER WS-AGE-PTR
           END-STRING.

           IF WS-AGE-DAYS EQUAL 'B'
              STRING "  BUSINESS DAYS" DELIMITED BY SIZE
                  INTO WS-AGE-LINE
                  WITH POINTER WS-AGE-PTR
              END-STRING
           ELSE
              STRING "  CALENDAR DAYS" DELIMITED BY SIZE
                  INTO WS-AGE-LINE
                  WITH POINTER WS-AGE-PTR
              END-STRING
           END-IF.

           STRING "  RUN "              DELIMITED BY SIZE
                  WS-AGE-RUN-DATE       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-AGE-RUN-TIME (1:6) DELIMITED BY SIZE
                  "  PAGE "             DELIMITED BY SIZE
                  WS-AGE-PAGE-NO        DELIMITED BY SIZE
               INTO WS-AGE-LINE
               WITH POINTER WS-AGE-PTR
           END-STRING.

           WRITE FS-AGING-RPT-RECORD FROM WS-AGE-LINE.

           MOVE SPACE TO WS-AGE-LINE.

           STRING "  BUCKET          ITEMS  "  DELIMITED BY SIZE
                  "              AMOUNT"       DELIMITED BY SIZE
                  "     SHARE"                 DELIMITED BY SIZE
               INTO WS-AGE-LINE
           END-STRING.

           WRITE FS-AGING-RPT-RECORD FROM WS-AGE-LINE.

           MOVE SPACE TO WS-AGE-LINE.
           WRITE FS-AGING-RPT-RECORD FROM WS-AGE-LINE.

           ADD 3 TO WS-AGE-LINES.
           MOVE 3 TO WS-AGE-LINE-COUNT.

       8000-START-NEW-PAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Prints one built line, turning the page when it is full.   ***
      ******************************************************************
       9000-PRINT-LINE.

           IF WS-AGE-LINE-COUNT NOT LESS THAN WS-AGE-PAGE-LIMIT
              PERFORM 8000-START-NEW-PAGE
                 THRU 8000-START-NEW-PAGE-EXIT
           END-IF.

           WRITE FS-AGING-RPT-RECORD FROM WS-AGE-LINE.

           ADD 1 TO WS-AGE-LINE-COUNT.
           ADD 1 TO WS-AGE-LINES.

       9000-PRINT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-AGING-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-AGING-OUT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

      *** The spooled copy is taken from the report as qualified.
           CALL "REYDB_ENV_NAME" USING WS-AGE-SPOOL-SOURCE
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
