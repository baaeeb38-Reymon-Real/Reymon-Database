      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    statement.cbl      ***
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
       PROGRAM-ID. REYDB_STATEMENT IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Periodic statements off the audit trail - one statement    ***
      *** per key for customers and cost centres: the opening figure ***
      *** of a dictionary amount field, every ADD, REWRITE and       ***
      *** COMPUTE that touched the key inside the period with its    ***
      *** date, user and before/after amounts, and the closing       ***
      *** figure. The images come out of the trail the way           ***
      *** REYDB_AUDIT_FIELDS reads them - deciphered under the       ***
      *** entry's stamped generation, decompressed - and the field   ***
      *** is read through REYDB_AMOUNT.                              ***
      ***                                                            ***
      *** The run is driven by a key range (a blank high key takes   ***
      *** the low key alone) or, with both keys blank, by stmt.keys, ***
      *** one key per line the way letter.keys drives REYDB_LETTER.  ***
      *** A zero period takes last calendar month; a zero end date   ***
      *** runs through today. The trail is SORTed by key and stamp,  ***
      *** so one pass serves every key however the entries fell.     ***
      ***                                                            ***
      *** Each statement is its own page-formatted file              ***
      *** "<database>.<key>.stm" - headings and a footer on every    ***
      *** page, sixty lines to the page - listed on stmt.mft the way ***
      *** REYDB_REPORT_BURST lists its files, and filed into the     ***
      *** spool as report STATEMENT under "<database>.<key>", so one ***
      *** customer's statement reprints on its own through           ***
      *** REYDB_SPOOL_PRINT. The opening figure is the last amount   ***
      *** the trail holds before the period; a key whose history was ***
      *** rotated away opens on NONE.                                ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-audit.cpy".
       COPY "file/control/reydb-stmt.cpy".
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
       COPY "file/section/reydb-audit.cpy".
       COPY "file/section/reydb-stmt.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-stmt.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-amount.cpy".

      *** The database's dictionary layout, searched by field name.
       77 WS-STM-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-STM-LAYOUT.
          02 WS-STM-FIELD OCCURS 20 TIMES.
             03 WS-STM-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-STM-FIELD-LENGTH PIC 9(04) COMP-5.

       77 WS-STM-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** Where the amount field sits.
       77 WS-STM-AMOUNT-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-STM-AMOUNT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.

      *** Each trail image laid out so its flag byte and content
      *** slice read on their own.
       01 WS-STM-BEFORE-IMAGE.
          02 WS-STM-BEFORE-FLAG    PIC X(01).
             88 WS-STM-BEFORE-IS-COMPRESSED VALUE "C" "Z".
          02 WS-STM-BEFORE-STAMPS  PIC X(40).
          02 WS-STM-BEFORE-CONTENT PIC X(471).

       01 WS-STM-AFTER-IMAGE.
          02 WS-STM-AFTER-FLAG    PIC X(01).
             88 WS-STM-AFTER-IS-COMPRESSED VALUE "C" "Z".
          02 WS-STM-AFTER-STAMPS  PIC X(40).
          02 WS-STM-AFTER-CONTENT PIC X(471).

       77 WS-STM-BEFORE-COMPRESS PIC X(01) VALUE SPACE.
       77 WS-STM-AFTER-COMPRESS  PIC X(01) VALUE SPACE.
       77 WS-STM-ROW-GEN         PIC 9(04) COMP-5 VALUE ZERO.

      *** The period - today taken apart for the last-month default.
       77 WS-STM-FROM PIC 9(08) VALUE ZERO.
       77 WS-STM-TO   PIC 9(08) VALUE ZERO.

       01 WS-STM-TODAY PIC 9(08) VALUE ZERO.
       01 WS-STM-TODAY-VIEW REDEFINES WS-STM-TODAY.
          02 WS-STM-TODAY-YEAR  PIC 9(04).
          02 WS-STM-TODAY-MONTH PIC 9(02).
          02 WS-STM-TODAY-DAY   PIC 9(02).

       77 WS-STM-ROW-DATE PIC 9(08) VALUE ZERO.

      *** Which keys - a range, or the keys stmt.keys names.
       77 WS-STM-KEY-LOW  PIC X(18) VALUE SPACE.
       77 WS-STM-KEY-HIGH PIC X(18) VALUE SPACE.
       77 WS-STM-BY-LIST  PIC X(01) VALUE 'N'.
          88 WS-STM-IS-BY-LIST VALUE 'Y'.

      *** The sort work buffer's view - a trail entry with both
      *** amounts already read ('Y'), absent ('N', an ADD has no
      *** before) or unreadable ('E'); or a stmt.keys request
      *** marker, which sorts ahead of its key's entries on a
      *** LOW-VALUES stamp.
       01 WS-STM-WORK-VIEW.
          02 WS-STM-W-MARK PIC X(01).
             88 WS-STM-W-IS-REQUEST VALUE 'K'.
             88 WS-STM-W-IS-ENTRY   VALUE 'A'.
          02 WS-STM-W-OPERATION    PIC X(08).
          02 WS-STM-W-USER         PIC X(08).
          02 WS-STM-W-BEFORE-STATE PIC X(01).
          02 WS-STM-W-BEFORE       PIC S9(18) SIGN LEADING SEPARATE.
          02 WS-STM-W-AFTER-STATE  PIC X(01).
          02 WS-STM-W-AFTER        PIC S9(18) SIGN LEADING SEPARATE.

      *** The statement in hand - its key, whether it is wanted and
      *** begun, the opening and running closing figures.
       77 WS-STM-CUR-KEY     PIC X(18) VALUE SPACE.
       77 WS-STM-HAVE-KEY    PIC X(01) VALUE 'N'.
       77 WS-STM-WANTED      PIC X(01) VALUE 'N'.
       77 WS-STM-STARTED     PIC X(01) VALUE 'N'.
       77 WS-STM-OPEN-STATE  PIC X(01) VALUE 'N'.
       77 WS-STM-OPENING     PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-STM-CLOSE-STATE PIC X(01) VALUE 'N'.
       77 WS-STM-CLOSING     PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-STM-CHANGE      PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-STM-MOVES       PIC 9(09) COMP-5 VALUE ZERO.

      *** Page discipline - sixty lines, two kept for the footer.
       77 WS-STM-PAGE-SIZE  PIC 9(04) COMP-5 VALUE 60.
       77 WS-STM-LINES      PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-STM-PAGE       PIC 9(04) VALUE ZERO.
       77 WS-STM-NEXT-PAGE  PIC 9(04) VALUE ZERO.
       77 WS-STM-FILE-LINES PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-STM-RUN-DATE PIC 9(08) VALUE ZERO.
       77 WS-STM-RUN-TIME PIC 9(08) VALUE ZERO.

      *** One print line, and the columns a detail line lays out -
      *** headings, opening, movements and closing share them.
       77 WS-STM-PRINT-LINE PIC X(132) VALUE SPACE.
       77 WS-STM-PRINT-PTR  PIC 9(03) COMP-5 VALUE 1.
       77 WS-STM-HOLD-LINE  PIC X(132) VALUE SPACE.

       01 WS-STM-DETAIL.
          02 WS-STM-D-DATE      PIC X(08) VALUE SPACE.
          02 FILLER             PIC X(02) VALUE SPACE.
          02 WS-STM-D-TIME      PIC X(06) VALUE SPACE.
          02 FILLER             PIC X(02) VALUE SPACE.
          02 WS-STM-D-OPERATION PIC X(08) VALUE SPACE.
          02 FILLER             PIC X(02) VALUE SPACE.
          02 WS-STM-D-USER      PIC X(08) VALUE SPACE.
          02 FILLER             PIC X(02) VALUE SPACE.
          02 WS-STM-D-BEFORE    PIC X(20) VALUE SPACE.
          02 FILLER             PIC X(02) VALUE SPACE.
          02 WS-STM-D-AFTER     PIC X(20) VALUE SPACE.
          02 FILLER             PIC X(02) VALUE SPACE.
          02 WS-STM-D-CHANGE    PIC X(20) VALUE SPACE.
          02 FILLER             PIC X(30) VALUE SPACE.

      *** The spool filing - database resolved the way the spool
      *** resolves it, qualified by the statement's key.
       77 WS-STM-DB-NAME      PIC X(64) VALUE SPACE.
       77 WS-STM-SPOOL-NAME   PIC X(64) VALUE SPACE.
       77 WS-STM-SPOOL-REPORT PIC X(16) VALUE "STATEMENT".
       77 WS-STM-SPOOL-LINES  PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-STM-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-STM-KEYS-EOF  PIC X(01) VALUE 'N'.
       77 WS-STM-AUDIT-EOF PIC X(01) VALUE 'N'.
       77 WS-STM-WORK-EOF  PIC X(01) VALUE 'N'.

      *** Results of the calls down the run.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-SPOOL    PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The dictionary name of the amount field, the key range
      *** (both blank - stmt.keys drives the run) and the period,
      *** CCYYMMDD both ends.
       77 LS-STMT-FIELD    PIC X(16) VALUE SPACE.
       77 LS-STMT-KEY-LOW  PIC X(18) VALUE SPACE.
       77 LS-STMT-KEY-HIGH PIC X(18) VALUE SPACE.
       77 LS-STMT-FROM     PIC 9(08) VALUE ZERO.
       77 LS-STMT-TO       PIC 9(08) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-STMT-FIELD
                                    LS-STMT-KEY-LOW
                                    LS-STMT-KEY-HIGH
                                    LS-STMT-FROM
                                    LS-STMT-TO
                                    LS-REYDB-RECORD-COUNT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT WS-STM-COUNT.

           IF LS-STMT-FIELD EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
              MOVE SPACE TO WS-AUDIT-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     ".log"                 DELIMITED BY SIZE
                INTO WS-AUDIT-DATABASE-NAME
           END-IF.

      *** Statement files and spool filings carry the name the
      *** spool itself would resolve - blank is "reymon.db".
           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-STM-DB-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-STM-DB-NAME
           END-IF.

           PERFORM 0100-FIND-FIELD THRU 0100-FIND-FIELD-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0200-SET-PERIOD THRU 0200-SET-PERIOD-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

      *** Both keys blank - the key list drives the run, and no key
      *** list is a failure, not an empty success.
           IF LS-STMT-KEY-LOW EQUAL SPACE
              AND LS-STMT-KEY-HIGH EQUAL SPACE

              MOVE 'Y' TO WS-STM-BY-LIST

              OPEN INPUT FC-STMT-KEYS

              IF WS-STMT-KEYS-STATUS NOT EQUAL "00"
                 MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
                 GOBACK
              END-IF

              CLOSE FC-STMT-KEYS

           ELSE

              MOVE 'N'             TO WS-STM-BY-LIST
              MOVE LS-STMT-KEY-LOW  TO WS-STM-KEY-LOW
              MOVE LS-STMT-KEY-HIGH TO WS-STM-KEY-HIGH

              IF WS-STM-KEY-HIGH EQUAL SPACE
                 MOVE WS-STM-KEY-LOW TO WS-STM-KEY-HIGH
              END-IF

              IF WS-STM-KEY-LOW GREATER THAN WS-STM-KEY-HIGH
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                 GOBACK
              END-IF

           END-IF.

      *** A plaintext database's images carry no cipher to undo.
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

           ACCEPT WS-STM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STM-RUN-TIME FROM TIME.

           MOVE 'N' TO WS-STM-HAVE-KEY.

           OPEN OUTPUT FC-STMT-MANIFEST.

      *** Key, then stamp - every key's history in the order it
      *** happened, a stmt.keys marker ahead of it, equal stamps
      *** kept in trail order.
           SORT FC-WORK
           ON ASCENDING KEY FS-WORK-KEY
           ON ASCENDING KEY FS-WORK-SECOND-KEY
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE  IS 1000-STMT-INPUT
           OUTPUT PROCEDURE IS 2000-STMT-OUTPUT.

           CLOSE FC-AUDIT.
           CLOSE FC-STMT-MANIFEST.

           MOVE WS-STM-COUNT     TO LS-REYDB-RECORD-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The amount field by dictionary name, and how it is signed  ***
      *** and scaled. A field the dictionary does not know is a      ***
      *** VALIDATION-FAIL.                                           ***
      ******************************************************************
       0100-FIND-FIELD.

           MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT.
           MOVE ZERO TO WS-STM-AMOUNT-LENGTH.

           CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                       WS-STM-FIELD-COUNT
                                       WS-STM-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0100-FIND-FIELD-EXIT
           END-IF.

           PERFORM VARYING WS-STM-IDX FROM 1 BY 1
                     UNTIL WS-STM-IDX GREATER THAN WS-STM-FIELD-COUNT

               IF WS-DICT-FIELD-NAME (WS-STM-IDX) EQUAL LS-STMT-FIELD
                  MOVE WS-STM-FIELD-OFFSET (WS-STM-IDX)
                    TO WS-STM-AMOUNT-OFFSET
                  MOVE WS-STM-FIELD-LENGTH (WS-STM-IDX)
                    TO WS-STM-AMOUNT-LENGTH
               END-IF

           END-PERFORM.

      *** Fifteen digits, plus a separate sign byte where the field
      *** has one - the same limits REYDB_SUMMARY holds a field to.
           IF WS-STM-AMOUNT-LENGTH EQUAL ZERO
           OR WS-STM-AMOUNT-LENGTH GREATER THAN 16
           OR WS-STM-AMOUNT-OFFSET EQUAL ZERO
           OR WS-STM-AMOUNT-OFFSET + WS-STM-AMOUNT-LENGTH - 1
              GREATER THAN 471
              GO TO 0100-FIND-FIELD-EXIT
           END-IF.

           CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                          WS-STM-AMOUNT-OFFSET
                                          WS-STM-AMOUNT-LENGTH
                                          WS-AMOUNT-SIGN
                                          WS-AMOUNT-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-STM-AMOUNT-LENGTH GREATER THAN 15
              AND WS-AMOUNT-SIGN NOT EQUAL 'L'
              AND WS-AMOUNT-SIGN NOT EQUAL 'T'
              GO TO 0100-FIND-FIELD-EXIT
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0100-FIND-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The period - both ends zero takes last calendar month, a   ***
      *** zero end runs through today. An end before its start is a ***
      *** VALIDATION-FAIL.                                           ***
      ******************************************************************
       0200-SET-PERIOD.

           MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT.

           MOVE LS-STMT-FROM TO WS-STM-FROM.
           MOVE LS-STMT-TO   TO WS-STM-TO.

           ACCEPT WS-STM-TODAY FROM DATE YYYYMMDD.

           IF WS-STM-FROM EQUAL ZERO AND WS-STM-TO EQUAL ZERO

      *** The 31st closes every month - the trail's stamps compare
      *** as plain numbers, so a short month needs no calendar.
              IF WS-STM-TODAY-MONTH EQUAL 1
                 COMPUTE WS-STM-FROM =
                         (WS-STM-TODAY-YEAR - 1) * 10000 + 1201
              ELSE
                 COMPUTE WS-STM-FROM =
                         WS-STM-TODAY-YEAR * 10000
                       + (WS-STM-TODAY-MONTH - 1) * 100 + 1
              END-IF

              COMPUTE WS-STM-TO = WS-STM-FROM + 30

           END-IF.

           IF WS-STM-TO EQUAL ZERO
              MOVE WS-STM-TODAY TO WS-STM-TO
           END-IF.

           IF WS-STM-FROM GREATER THAN WS-STM-TO
              GO TO 0200-SET-PERIOD-EXIT
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0200-SET-PERIOD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Releases a marker per stmt.keys key, then one work record  ***
      *** per amount-bearing trail entry on or before the period's   ***
      *** end - the entries before it only set the opening figure.   ***
      ******************************************************************
       1000-STMT-INPUT.

           IF WS-STM-IS-BY-LIST

              OPEN INPUT FC-STMT-KEYS

              MOVE 'N' TO WS-STM-KEYS-EOF

              PERFORM UNTIL WS-STM-KEYS-EOF EQUAL 'S'

                  READ FC-STMT-KEYS

                  AT END
                      MOVE 'S' TO WS-STM-KEYS-EOF

                  NOT AT END
                      IF FS-STMT-DRIVE-KEY NOT EQUAL SPACE
                         PERFORM 1100-RELEASE-REQUEST
                            THRU 1100-RELEASE-REQUEST-EXIT
                      END-IF
                  END-READ

              END-PERFORM

              CLOSE FC-STMT-KEYS

           END-IF.

           MOVE 'N' TO WS-STM-AUDIT-EOF.

           PERFORM UNTIL WS-STM-AUDIT-EOF EQUAL 'S'

               READ FC-AUDIT

               AT END
                   MOVE 'S' TO WS-STM-AUDIT-EOF

               NOT AT END
                   PERFORM 1200-TAKE-ENTRY THRU 1200-TAKE-ENTRY-EXIT

               END-READ

           END-PERFORM.
      ******************************************************************

      ******************************************************************
       1100-RELEASE-REQUEST.

           MOVE SPACE TO WS-STM-WORK-VIEW.
           MOVE 'K'   TO WS-STM-W-MARK.

           MOVE FS-STMT-DRIVE-KEY TO FS-WORK-KEY.
           MOVE LOW-VALUES        TO FS-WORK-SECOND-KEY.
           MOVE SPACE             TO FS-WORK-BUFFER.
           MOVE WS-STM-WORK-VIEW  TO FS-WORK-BUFFER.

           RELEASE FS-WORK-RECORD.

       1100-RELEASE-REQUEST-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One trail entry - kept when it wrote the amount field's    ***
      *** row, falls inside the key range, and is not past the       ***
      *** period; both images read down to their amounts.            ***
      ******************************************************************
       1200-TAKE-ENTRY.

           IF FS-AUDIT-OPERATION NOT EQUAL "ADD"
              AND FS-AUDIT-OPERATION NOT EQUAL "REWRITE"
              AND FS-AUDIT-OPERATION NOT EQUAL "COMPUTE"
              GO TO 1200-TAKE-ENTRY-EXIT
           END-IF.

           IF FS-AUDIT-TIMESTAMP (1:8) IS NOT NUMERIC
              GO TO 1200-TAKE-ENTRY-EXIT
           END-IF.

           MOVE FS-AUDIT-TIMESTAMP (1:8) TO WS-STM-ROW-DATE.

           IF WS-STM-ROW-DATE GREATER THAN WS-STM-TO
              GO TO 1200-TAKE-ENTRY-EXIT
           END-IF.

           IF NOT WS-STM-IS-BY-LIST
              IF FS-AUDIT-KEY LESS THAN WS-STM-KEY-LOW
              OR FS-AUDIT-KEY GREATER THAN WS-STM-KEY-HIGH
                 GO TO 1200-TAKE-ENTRY-EXIT
              END-IF
           END-IF.

           MOVE SPACE              TO WS-STM-WORK-VIEW.
           MOVE 'A'                TO WS-STM-W-MARK.
           MOVE FS-AUDIT-OPERATION TO WS-STM-W-OPERATION.
           MOVE FS-AUDIT-USER      TO WS-STM-W-USER.
           MOVE ZERO               TO WS-STM-W-BEFORE WS-STM-W-AFTER.

           PERFORM 1300-READ-AMOUNTS THRU 1300-READ-AMOUNTS-EXIT.

           MOVE FS-AUDIT-KEY       TO FS-WORK-KEY.
           MOVE SPACE              TO FS-WORK-SECOND-KEY.
           MOVE FS-AUDIT-TIMESTAMP TO FS-WORK-SECOND-KEY (1:16).
           MOVE SPACE              TO FS-WORK-BUFFER.
           MOVE WS-STM-WORK-VIEW   TO FS-WORK-BUFFER.

           RELEASE FS-WORK-RECORD.

       1200-TAKE-ENTRY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Both images back to plaintext under the entry's stamped    ***
      *** generation, and the amount read out of each. An ADD has    ***
      *** no before-image to read.                                   ***
      ******************************************************************
       1300-READ-AMOUNTS.

           MOVE FS-AUDIT-BEFORE TO WS-STM-BEFORE-IMAGE.
           MOVE FS-AUDIT-AFTER  TO WS-STM-AFTER-IMAGE.
           MOVE FS-AUDIT-KEYGEN TO WS-STM-ROW-GEN.

           IF WS-STM-AFTER-IS-COMPRESSED
              MOVE 'Y' TO WS-STM-AFTER-COMPRESS
           ELSE
              MOVE 'N' TO WS-STM-AFTER-COMPRESS
           END-IF.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_DECRYPT_GEN" USING WS-STM-AFTER-CONTENT
                                             WS-STM-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-STM-AFTER-CONTENT
                                         WS-STM-AFTER-COMPRESS
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           CALL "REYDB_AMOUNT" USING WS-STM-AFTER-CONTENT
                                     WS-STM-AMOUNT-OFFSET
                                     WS-STM-AMOUNT-LENGTH
                                     WS-AMOUNT-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT EQUAL WS-REYDB-SUCCESS
              MOVE 'Y'             TO WS-STM-W-AFTER-STATE
              MOVE WS-AMOUNT-VALUE TO WS-STM-W-AFTER
           ELSE
              MOVE 'E'             TO WS-STM-W-AFTER-STATE
           END-IF.

           IF FS-AUDIT-OPERATION EQUAL "ADD"
              MOVE 'N' TO WS-STM-W-BEFORE-STATE
              GO TO 1300-READ-AMOUNTS-EXIT
           END-IF.

           IF WS-STM-BEFORE-IS-COMPRESSED
              MOVE 'Y' TO WS-STM-BEFORE-COMPRESS
           ELSE
              MOVE 'N' TO WS-STM-BEFORE-COMPRESS
           END-IF.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_DECRYPT_GEN" USING WS-STM-BEFORE-CONTENT
                                             WS-STM-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-STM-BEFORE-CONTENT
                                         WS-STM-BEFORE-COMPRESS
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           CALL "REYDB_AMOUNT" USING WS-STM-BEFORE-CONTENT
                                     WS-STM-AMOUNT-OFFSET
                                     WS-STM-AMOUNT-LENGTH
                                     WS-AMOUNT-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT EQUAL WS-REYDB-SUCCESS
              MOVE 'Y'             TO WS-STM-W-BEFORE-STATE
              MOVE WS-AMOUNT-VALUE TO WS-STM-W-BEFORE
           ELSE
              MOVE 'E'             TO WS-STM-W-BEFORE-STATE
           END-IF.

       1300-READ-AMOUNTS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Walks the sorted stream key by key - a change of key       ***
      *** finishes the statement before it.                          ***
      ******************************************************************
       2000-STMT-OUTPUT.

           MOVE 'N' TO WS-STM-WORK-EOF.

           PERFORM UNTIL WS-STM-WORK-EOF EQUAL 'S'

               RETURN FC-WORK

               AT END
                   MOVE 'S' TO WS-STM-WORK-EOF

               NOT AT END
                   PERFORM 2100-TAKE-ONE THRU 2100-TAKE-ONE-EXIT

               END-RETURN

           END-PERFORM.

           IF WS-STM-HAVE-KEY EQUAL 'Y'
              PERFORM 3000-FINISH-KEY THRU 3000-FINISH-KEY-EXIT
           END-IF.
      ******************************************************************

      ******************************************************************
      *** One sorted record - a marker makes its key wanted, an      ***
      *** entry before the period moves the opening figure, an entry ***
      *** inside it prints.                                          ***
      ******************************************************************
       2100-TAKE-ONE.

           MOVE FS-WORK-BUFFER TO WS-STM-WORK-VIEW.

           IF WS-STM-HAVE-KEY EQUAL 'Y'
              AND FS-WORK-KEY NOT EQUAL WS-STM-CUR-KEY
              PERFORM 3000-FINISH-KEY THRU 3000-FINISH-KEY-EXIT
              MOVE 'N' TO WS-STM-HAVE-KEY
           END-IF.

           IF WS-STM-HAVE-KEY EQUAL 'N'
              PERFORM 2200-NEW-KEY THRU 2200-NEW-KEY-EXIT
           END-IF.

           IF WS-STM-W-IS-REQUEST
              MOVE 'Y' TO WS-STM-WANTED
              GO TO 2100-TAKE-ONE-EXIT
           END-IF.

           IF WS-STM-WANTED NOT EQUAL 'Y'
              GO TO 2100-TAKE-ONE-EXIT
           END-IF.

           MOVE FS-WORK-SECOND-KEY (1:8) TO WS-STM-ROW-DATE.

           IF WS-STM-ROW-DATE LESS THAN WS-STM-FROM
              MOVE WS-STM-W-AFTER-STATE TO WS-STM-OPEN-STATE
              MOVE WS-STM-W-AFTER       TO WS-STM-OPENING
              GO TO 2100-TAKE-ONE-EXIT
           END-IF.

           IF WS-STM-STARTED EQUAL 'N'
              PERFORM 2300-START-STATEMENT
                 THRU 2300-START-STATEMENT-EXIT
           END-IF.

           PERFORM 2400-PRINT-MOVEMENT THRU 2400-PRINT-MOVEMENT-EXIT.

       2100-TAKE-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A fresh key - wanted at once in a range run, only on its   ***
      *** marker in a stmt.keys run.                                 ***
      ******************************************************************
       2200-NEW-KEY.

           MOVE FS-WORK-KEY TO WS-STM-CUR-KEY.
           MOVE 'Y'         TO WS-STM-HAVE-KEY.
           MOVE 'N'         TO WS-STM-STARTED WS-STM-OPEN-STATE.
           MOVE ZERO        TO WS-STM-OPENING WS-STM-MOVES.

           IF WS-STM-IS-BY-LIST
              MOVE 'N' TO WS-STM-WANTED
           ELSE
              MOVE 'Y' TO WS-STM-WANTED
           END-IF.

       2200-NEW-KEY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The statement's own file opened, first page headed, and    ***
      *** the opening figure printed as at the period's first day.   ***
      ******************************************************************
       2300-START-STATEMENT.

           MOVE SPACE TO WS-STMT-FILE-NAME.

           STRING WS-STM-DB-NAME DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-STM-CUR-KEY DELIMITED BY SPACE
                  ".stm"         DELIMITED BY SIZE
             INTO WS-STMT-FILE-NAME.

           OPEN OUTPUT FC-STMT.

           MOVE 'Y'  TO WS-STM-STARTED.
           MOVE ZERO TO WS-STM-PAGE WS-STM-FILE-LINES.

           MOVE WS-STM-OPEN-STATE TO WS-STM-CLOSE-STATE.
           MOVE WS-STM-OPENING    TO WS-STM-CLOSING.

           PERFORM 8000-START-NEW-PAGE THRU 8000-START-NEW-PAGE-EXIT.

           MOVE SPACE       TO WS-STM-DETAIL.
           MOVE WS-STM-FROM TO WS-STM-D-DATE.
           MOVE "OPENING"   TO WS-STM-D-OPERATION.

           EVALUATE WS-STM-OPEN-STATE
               WHEN 'Y'
                   CALL "REYDB_AMOUNT_EDIT" USING WS-STM-OPENING
                                                  WS-AMOUNT-SCALE
                                                  WS-STM-D-AFTER
                   END-CALL
               WHEN 'E'
                   MOVE "          UNREADABLE" TO WS-STM-D-AFTER
               WHEN OTHER
                   MOVE "                NONE" TO WS-STM-D-AFTER
           END-EVALUATE.

           MOVE WS-STM-DETAIL TO WS-STM-PRINT-LINE.
           PERFORM 8200-PRINT-LINE THRU 8200-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-STM-PRINT-LINE.
           PERFORM 8200-PRINT-LINE THRU 8200-PRINT-LINE-EXIT.

       2300-START-STATEMENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One movement - stamp, operation, user, the amount before   ***
      *** and after, and the change between them.                    ***
      ******************************************************************
       2400-PRINT-MOVEMENT.

           MOVE SPACE                     TO WS-STM-DETAIL.
           MOVE FS-WORK-SECOND-KEY (1:8)  TO WS-STM-D-DATE.
           MOVE FS-WORK-SECOND-KEY (9:6)  TO WS-STM-D-TIME.
           MOVE WS-STM-W-OPERATION        TO WS-STM-D-OPERATION.
           MOVE WS-STM-W-USER             TO WS-STM-D-USER.

           EVALUATE WS-STM-W-BEFORE-STATE
               WHEN 'Y'
                   MOVE WS-STM-W-BEFORE TO WS-AMOUNT-VALUE
                   CALL "REYDB_AMOUNT_EDIT" USING WS-AMOUNT-VALUE
                                                  WS-AMOUNT-SCALE
                                                  WS-STM-D-BEFORE
                   END-CALL
               WHEN 'E'
                   MOVE "          UNREADABLE" TO WS-STM-D-BEFORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-STM-W-AFTER-STATE EQUAL 'Y'
              MOVE WS-STM-W-AFTER TO WS-AMOUNT-VALUE
              CALL "REYDB_AMOUNT_EDIT" USING WS-AMOUNT-VALUE
                                             WS-AMOUNT-SCALE
                                             WS-STM-D-AFTER
              END-CALL
           ELSE
              MOVE "          UNREADABLE" TO WS-STM-D-AFTER
           END-IF.

      *** The change needs both ends - a new row changes by its
      *** whole amount.
           IF WS-STM-W-AFTER-STATE EQUAL 'Y'
              AND WS-STM-W-BEFORE-STATE NOT EQUAL 'E'
              IF WS-STM-W-BEFORE-STATE EQUAL 'Y'
                 COMPUTE WS-STM-CHANGE =
                         WS-STM-W-AFTER - WS-STM-W-BEFORE
              ELSE
                 MOVE WS-STM-W-AFTER TO WS-STM-CHANGE
              END-IF
              CALL "REYDB_AMOUNT_EDIT" USING WS-STM-CHANGE
                                             WS-AMOUNT-SCALE
                                             WS-STM-D-CHANGE
              END-CALL
           END-IF.

           MOVE WS-STM-DETAIL TO WS-STM-PRINT-LINE.
           PERFORM 8200-PRINT-LINE THRU 8200-PRINT-LINE-EXIT.

           MOVE WS-STM-W-AFTER-STATE TO WS-STM-CLOSE-STATE.
           MOVE WS-STM-W-AFTER       TO WS-STM-CLOSING.

           ADD 1 TO WS-STM-MOVES.

       2400-PRINT-MOVEMENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The key's statement closed out - a quiet period still gets ***
      *** its statement, opening and closing alike - then its file   ***
      *** filed into the spool and listed on the manifest.           ***
      ******************************************************************
       3000-FINISH-KEY.

           IF WS-STM-WANTED NOT EQUAL 'Y'
              GO TO 3000-FINISH-KEY-EXIT
           END-IF.

           IF WS-STM-STARTED EQUAL 'N'
              PERFORM 2300-START-STATEMENT
                 THRU 2300-START-STATEMENT-EXIT
           END-IF.

           IF WS-STM-MOVES EQUAL ZERO
              MOVE "NO MOVEMENTS IN THE PERIOD" TO WS-STM-PRINT-LINE
              PERFORM 8200-PRINT-LINE THRU 8200-PRINT-LINE-EXIT
           END-IF.

           MOVE SPACE TO WS-STM-PRINT-LINE.
           PERFORM 8200-PRINT-LINE THRU 8200-PRINT-LINE-EXIT.

           MOVE SPACE     TO WS-STM-DETAIL.
           MOVE WS-STM-TO TO WS-STM-D-DATE.
           MOVE "CLOSING" TO WS-STM-D-OPERATION.

           EVALUATE WS-STM-CLOSE-STATE
               WHEN 'Y'
                   CALL "REYDB_AMOUNT_EDIT" USING WS-STM-CLOSING
                                                  WS-AMOUNT-SCALE
                                                  WS-STM-D-AFTER
                   END-CALL
               WHEN 'E'
                   MOVE "          UNREADABLE" TO WS-STM-D-AFTER
               WHEN OTHER
                   MOVE "                NONE" TO WS-STM-D-AFTER
           END-EVALUATE.

           MOVE WS-STM-DETAIL TO WS-STM-PRINT-LINE.
           PERFORM 8200-PRINT-LINE THRU 8200-PRINT-LINE-EXIT.

      *** The last page's footer ends the statement.
           MOVE SPACE TO WS-STM-PRINT-LINE.
           PERFORM 8400-WRITE-LINE THRU 8400-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-STM-PRINT-LINE.
           MOVE 1     TO WS-STM-PRINT-PTR.

           STRING "*** END OF STATEMENT " DELIMITED BY SIZE
                  WS-STM-CUR-KEY          DELIMITED BY SPACE
                  " - "                   DELIMITED BY SIZE
                  WS-STM-PAGE             DELIMITED BY SIZE
                  " PAGE(S) ***"          DELIMITED BY SIZE
             INTO WS-STM-PRINT-LINE
             WITH POINTER WS-STM-PRINT-PTR
           END-STRING.

           PERFORM 8400-WRITE-LINE THRU 8400-WRITE-LINE-EXIT.

           CLOSE FC-STMT.

      *** Filed under the key-qualified name, so the one statement
      *** comes back out of the spool on its own.
           MOVE SPACE TO WS-STM-SPOOL-NAME.

           STRING WS-STM-DB-NAME DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-STM-CUR-KEY DELIMITED BY SPACE
             INTO WS-STM-SPOOL-NAME.

           CALL "REYDB_SPOOL" USING WS-STM-SPOOL-NAME
                                    WS-STM-SPOOL-REPORT
                                    WS-STMT-FILE-NAME
                                    WS-STM-SPOOL-LINES
               RETURNING WS-REYDB-RESULT-SPOOL
           END-CALL.

           MOVE SPACE             TO FS-STMT-MANIFEST-RECORD.
           MOVE WS-STM-CUR-KEY    TO FS-STMT-MANIFEST-KEY.
           MOVE WS-STMT-FILE-NAME TO FS-STMT-MANIFEST-FILE.
           MOVE WS-STM-PAGE       TO FS-STMT-MANIFEST-PAGES.

           IF WS-REYDB-RESULT-SPOOL EQUAL WS-REYDB-SUCCESS
              MOVE "SPOOLED" TO FS-STMT-MANIFEST-SPOOL
           ELSE
              MOVE "NOSPOOL" TO FS-STMT-MANIFEST-SPOOL
           END-IF.

           WRITE FS-STMT-MANIFEST-RECORD.

           ADD 1 TO WS-STM-COUNT.

       3000-FINISH-KEY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Page heading - statement, database, key and page number,   ***
      *** the period and amount field with the run stamp, then the   ***
      *** column headings over the detail columns.                   ***
      ******************************************************************
       8000-START-NEW-PAGE.

           ADD 1 TO WS-STM-PAGE.
           MOVE ZERO TO WS-STM-LINES.

           MOVE SPACE TO WS-STM-PRINT-LINE.
           MOVE 1     TO WS-STM-PRINT-PTR.

           STRING "STATEMENT  DATABASE " DELIMITED BY SIZE
                  WS-STM-DB-NAME         DELIMITED BY SPACE
                  "  KEY "               DELIMITED BY SIZE
                  WS-STM-CUR-KEY         DELIMITED BY SPACE
                  "  PAGE "              DELIMITED BY SIZE
                  WS-STM-PAGE            DELIMITED BY SIZE
             INTO WS-STM-PRINT-LINE
             WITH POINTER WS-STM-PRINT-PTR
           END-STRING.

           PERFORM 8400-WRITE-LINE THRU 8400-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-STM-PRINT-LINE.
           MOVE 1     TO WS-STM-PRINT-PTR.

           STRING "PERIOD "             DELIMITED BY SIZE
                  WS-STM-FROM           DELIMITED BY SIZE
                  " TO "                DELIMITED BY SIZE
                  WS-STM-TO             DELIMITED BY SIZE
                  "  FIELD "            DELIMITED BY SIZE
                  LS-STMT-FIELD         DELIMITED BY SPACE
                  "  RUN "              DELIMITED BY SIZE
                  WS-STM-RUN-DATE       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-STM-RUN-TIME (1:6) DELIMITED BY SIZE
             INTO WS-STM-PRINT-LINE
             WITH POINTER WS-STM-PRINT-PTR
           END-STRING.

           PERFORM 8400-WRITE-LINE THRU 8400-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-STM-PRINT-LINE.
           PERFORM 8400-WRITE-LINE THRU 8400-WRITE-LINE-EXIT.

           MOVE SPACE                  TO WS-STM-DETAIL.
           MOVE "DATE"                 TO WS-STM-D-DATE.
           MOVE "TIME"                 TO WS-STM-D-TIME.
           MOVE "ENTRY"                TO WS-STM-D-OPERATION.
           MOVE "USER"                 TO WS-STM-D-USER.
           MOVE "              BEFORE" TO WS-STM-D-BEFORE.
           MOVE "               AFTER" TO WS-STM-D-AFTER.
           MOVE "              CHANGE" TO WS-STM-D-CHANGE.

           MOVE WS-STM-DETAIL TO WS-STM-PRINT-LINE.
           PERFORM 8400-WRITE-LINE THRU 8400-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-STM-PRINT-LINE.
           PERFORM 8400-WRITE-LINE THRU 8400-WRITE-LINE-EXIT.

       8000-START-NEW-PAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One body line - a full page first gets its footer and the  ***
      *** next page its heading.                                     ***
      ******************************************************************
       8200-PRINT-LINE.

      *** The body line that trips the fold is held aside while
      *** the footer and the next heading go out.
           IF WS-STM-LINES + 2 NOT LESS THAN WS-STM-PAGE-SIZE
              MOVE WS-STM-PRINT-LINE TO WS-STM-HOLD-LINE
              PERFORM 8300-PAGE-FOOTER THRU 8300-PAGE-FOOTER-EXIT
              PERFORM 8000-START-NEW-PAGE
                 THRU 8000-START-NEW-PAGE-EXIT
              MOVE WS-STM-HOLD-LINE TO WS-STM-PRINT-LINE
           END-IF.

           PERFORM 8400-WRITE-LINE THRU 8400-WRITE-LINE-EXIT.

       8200-PRINT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A continued page's footer - the page it carries on to.     ***
      ******************************************************************
       8300-PAGE-FOOTER.

           MOVE SPACE TO WS-STM-PRINT-LINE.
           PERFORM 8400-WRITE-LINE THRU 8400-WRITE-LINE-EXIT.

           COMPUTE WS-STM-NEXT-PAGE = WS-STM-PAGE + 1.

           MOVE SPACE TO WS-STM-PRINT-LINE.
           MOVE 1     TO WS-STM-PRINT-PTR.

           STRING "*** STATEMENT "   DELIMITED BY SIZE
                  WS-STM-CUR-KEY     DELIMITED BY SPACE
                  " CONTINUED ON PAGE "
                                     DELIMITED BY SIZE
                  WS-STM-NEXT-PAGE   DELIMITED BY SIZE
                  " ***"             DELIMITED BY SIZE
             INTO WS-STM-PRINT-LINE
             WITH POINTER WS-STM-PRINT-PTR
           END-STRING.

           PERFORM 8400-WRITE-LINE THRU 8400-WRITE-LINE-EXIT.

       8300-PAGE-FOOTER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One line onto the statement file, page and file counts     ***
      *** kept.                                                      ***
      ******************************************************************
       8400-WRITE-LINE.

           WRITE FS-STMT-RECORD FROM WS-STM-PRINT-LINE.

           ADD 1 TO WS-STM-LINES WS-STM-FILE-LINES.

       8400-WRITE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-WORK-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-STMT-KEYS-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-STMT-MANIFEST-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
