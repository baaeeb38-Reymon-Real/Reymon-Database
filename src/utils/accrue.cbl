      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    accrue.cbl         ***
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
       PROGRAM-ID. REYDB_ACCRUE IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Daily interest and fee accrual - the spreadsheet whose     ***
      *** results got keyed back in through REYDB_COMPUTE, run as    ***
      *** one batch step instead. An accrual is named per database   ***
      *** ("INTEREST", "LATEFEE") and priced by accrate.dat: per     ***
      *** product code, read from a dictionary field of the row (no  ***
      *** code field - every row prices at the "*" rate), an annual  ***
      *** percent over a 360 or 365 day basis plus a fixed fee per   ***
      *** day, accrued on a positive balance only. Every calendar    ***
      *** day since the accrual last ran through (the run date alone ***
      *** on a first run) is a candidate; a 'B' rate accrues only    ***
      *** the days REYDB_CALENDAR_CHECK calls business days. Each    ***
      *** day's amount posts into the target field - the balance     ***
      *** itself when none is named, so interest compounds - through ***
      *** REYDB_COMPUTE, atomic under the record lock and riding     ***
      *** every rail a COMPUTE rides.                                ***
      ***                                                            ***
      *** accrual.jnl holds one entry per key and day: PENDING with  ***
      *** the value before and the value expected after, written    ***
      *** ahead of the posting, DONE once it lands. A re-run after   ***
      *** an abend never posts a DONE day again, and settles a       ***
      *** PENDING one by what the row now holds - the expected value ***
      *** means it landed, the prior value means post it now, and    ***
      *** anything else is listed UNSETTLD for the operator. The     ***
      *** last-run date only moves when the run finished clean, so   ***
      *** the next run picks up whatever this one could not post.    ***
      ***                                                            ***
      *** Rows are collected in waves of five hundred under the      ***
      *** shared hold and posted after it is released, the way       ***
      *** REYDB_MASSUPD applies its changes. accrual.rpt lists every ***
      *** posting and every exception. REYDB_ACCRUE_RATE and         ***
      *** REYDB_ACCRUE_RATE_DROP maintain the rate table.            ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-accrue.cpy".
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
       COPY "file/section/reydb-accrue.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-accrue.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-amount.cpy".
       COPY "data/working/reydb-calendar.cpy".

      *** The database's dictionary layout, searched by field name.
       77 WS-ACR-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-ACR-LAYOUT.
          02 WS-ACR-FIELD OCCURS 20 TIMES.
             03 WS-ACR-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-ACR-FIELD-LENGTH PIC 9(04) COMP-5.

       77 WS-ACR-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** One name looked up - the slice it names, zero unknown.
       77 WS-ACR-LOOK-NAME   PIC X(16) VALUE SPACE.
       77 WS-ACR-LOOK-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ACR-LOOK-LENGTH PIC 9(04) COMP-5 VALUE ZERO.

      *** The balance, the product code and the posting target,
      *** with the sign convention each numeric field is kept in.
       77 WS-ACR-BAL-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ACR-BAL-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ACR-BAL-SIGN    PIC X(01) VALUE SPACE.
       77 WS-ACR-BAL-SCALE   PIC 9(01) VALUE ZERO.
       77 WS-ACR-CODE-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ACR-CODE-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ACR-TGT-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ACR-TGT-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ACR-TGT-SIGN    PIC X(01) VALUE SPACE.
       77 WS-ACR-TGT-SCALE   PIC 9(01) VALUE ZERO.

      *** 'Y' when the target is the balance itself - each day's
      *** interest then earns interest the next.
       77 WS-ACR-COMPOUND PIC X(01) VALUE 'N'.

      *** The row in flight's plaintext and its decipher state.
       77 WS-ACR-PLAIN         PIC X(471) VALUE SPACE.
       77 WS-ACR-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-ACR-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.

      *** One wave's rows, collected under the shared hold and
      *** posted once it is released.
       77 WS-ACR-ROW-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 WS-ACR-ROW-TABLE.
          02 WS-ACR-ROW OCCURS 500 TIMES.
             03 WS-ACR-ROW-KEY     PIC X(18).
             03 WS-ACR-ROW-CODE    PIC X(32).
             03 WS-ACR-ROW-BALANCE PIC S9(18) COMP-5.
             03 WS-ACR-ROW-TARGET  PIC S9(18) COMP-5.
             03 WS-ACR-ROW-READ    PIC X(01).

      *** The wave machinery, as REYDB_MASSUPD runs it.
       77 WS-ACR-MORE       PIC X(01) VALUE 'N'.
       77 WS-ACR-BROKEN     PIC X(01) VALUE 'N'.
       77 WS-ACR-RESUME-KEY PIC X(18) VALUE SPACE.
       77 WS-ACR-APPLY-IDX  PIC 9(04) COMP-5 VALUE ZERO.

      *** The days - first candidate, last, and the one in hand.
       77 WS-ACR-FIRST-DAY PIC 9(08) VALUE ZERO.
       77 WS-ACR-THROUGH   PIC 9(08) VALUE ZERO.
       77 WS-ACR-DAY       PIC 9(08) VALUE ZERO.
       77 WS-ACR-TODAY     PIC 9(08) VALUE ZERO.
       77 WS-ACR-NOW-TIME  PIC 9(08) VALUE ZERO.
       77 WS-ACR-STAMP     PIC X(16) VALUE SPACE.

      *** The rate the row in hand prices at.
       77 WS-ACR-RATED PIC X(01) VALUE 'N'.
       77 WS-ACR-RATE  PIC 9(03)V9(06) VALUE ZERO.
       77 WS-ACR-BASIS PIC 9(03) VALUE ZERO.
       77 WS-ACR-FEE   PIC 9(09) VALUE ZERO.
       77 WS-ACR-DAYS  PIC X(01) VALUE SPACE.

      *** The running balance and target across the row's days,
      *** one day's amount, and the target's value after posting.
       77 WS-ACR-RUN-BAL   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-ACR-RUN-TGT   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-ACR-DAILY     PIC S9(15) COMP-5 VALUE ZERO.
       77 WS-ACR-NEW-VALUE PIC S9(15) COMP-5 VALUE ZERO.
       77 WS-ACR-ROW-STOP  PIC X(01) VALUE 'N'.

      *** The row re-read to settle a PENDING day.
       01 WS-ACR-RECORD.
          02 WS-ACR-REC-KEY    PIC X(18)  VALUE SPACE.
          02 WS-ACR-REC-BUFFER PIC X(512) VALUE SPACE.

       01 WS-ACR-RECORD-VIEW REDEFINES WS-ACR-RECORD.
          02 FILLER             PIC X(59).
          02 WS-ACR-REC-CONTENT PIC X(471).

      *** The listing line's status and edited figures.
       77 WS-ACR-STATUS PIC X(40) VALUE SPACE.
       77 WS-ACR-EDIT   PIC S9(18) COMP-5 VALUE ZERO.

       77 WS-ACR-USER       PIC X(08) VALUE SPACE.
       77 WS-ACR-POSTINGS   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-ACR-EXCEPTIONS PIC 9(09) COMP-5 VALUE ZERO.

      *** Results of the calls down the run.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-ACTION   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-READ     PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-XLATE    PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-WHO      PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The accrual's name, the dictionary names of the balance,
      *** the product code (SPACE - every row at the "*" rate) and
      *** the posting target (SPACE - the balance itself), and the
      *** day to accrue through (zero - today).
       77 LS-ACCRUE-NAME       PIC X(08) VALUE SPACE.
       77 LS-ACCRUE-BALANCE    PIC X(16) VALUE SPACE.
       77 LS-ACCRUE-CODE-FIELD PIC X(16) VALUE SPACE.
       77 LS-ACCRUE-TARGET     PIC X(16) VALUE SPACE.
       77 LS-ACCRUE-THROUGH    PIC 9(08) VALUE ZERO.

       77 LS-ACCRUE-POSTINGS PIC 9(09) COMP-5 VALUE ZERO.

      *** One rate row as REYDB_ACCRUE_RATE declares it.
       77 LS-ACCRUE-CODE  PIC X(32) VALUE SPACE.
       77 LS-ACCRUE-RATE  PIC 9(03)V9(06) VALUE ZERO.
       77 LS-ACCRUE-BASIS PIC 9(03) VALUE ZERO.
       77 LS-ACCRUE-FEE   PIC 9(09) VALUE ZERO.
       77 LS-ACCRUE-DAYS  PIC X(01) VALUE SPACE.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - the accrual run.                     ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-ACCRUE-NAME
                                    LS-ACCRUE-BALANCE
                                    LS-ACCRUE-CODE-FIELD
                                    LS-ACCRUE-TARGET
                                    LS-ACCRUE-THROUGH
                                    LS-REYDB-RECORD-COUNT
                                    LS-ACCRUE-POSTINGS
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT LS-ACCRUE-POSTINGS
                        WS-REYDB-RECORD-COUNT WS-ACR-POSTINGS
                        WS-ACR-EXCEPTIONS.

           IF LS-ACCRUE-NAME EQUAL SPACE
           OR LS-ACCRUE-BALANCE EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.

           PERFORM 0100-FIND-FIELDS THRU 0100-FIND-FIELDS-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0200-SET-DAYS THRU 0200-SET-DAYS-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

      *** Already accrued through the asked day - nothing owed.
           IF WS-ACR-FIRST-DAY GREATER THAN WS-ACR-THROUGH
              GOBACK
           END-IF.

      *** No rate table is a failure, not an empty success - an
      *** accrual nobody priced is a set-up mistake.
           OPEN INPUT FC-ACCRATE.

           IF WS-ACCRATE-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-ACCJRNL.

      *** First accrual ever - accrual.jnl self-creates.
           IF WS-ACCJRNL-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-ACCJRNL
              CLOSE FC-ACCJRNL
              OPEN I-O FC-ACCJRNL
           END-IF.

           CALL "REYDB_POLICY" USING LS-REYDB-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

           CALL "REYDB_WHOAMI" USING WS-ACR-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           OPEN OUTPUT FC-ACCRPT.

           MOVE SPACE TO WS-ACR-RESUME-KEY.
           MOVE 'Y'   TO WS-ACR-MORE.
           MOVE 'N'   TO WS-ACR-BROKEN.

      *** Wave after wave until the walk reaches EOF - each wave
      *** collects up to a tableful under the shared hold, lets go,
      *** posts, and the next resumes past the last collected key.
           PERFORM 2000-ONE-WAVE THRU 2000-ONE-WAVE-EXIT
             UNTIL WS-ACR-MORE NOT EQUAL 'Y'.

           CLOSE FC-ACCRATE.
           CLOSE FC-ACCJRNL.
           CLOSE FC-ACCRPT.

           MOVE WS-REYDB-RECORD-COUNT TO LS-REYDB-RECORD-COUNT.
           MOVE WS-ACR-POSTINGS       TO LS-ACCRUE-POSTINGS.

           IF WS-ACR-BROKEN EQUAL 'Y'
              GOBACK
           END-IF.

      *** Anything left unposted keeps the last-run date where it
      *** was - the journal makes the re-run safe, and the re-run
      *** is what picks the missed days up.
           IF WS-ACR-EXCEPTIONS GREATER THAN ZERO
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 4000-MARK-RUN THRU 4000-MARK-RUN-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - declares (or reprices) one rate row.  ***
      *** A zero basis takes 365 and a blank day rule 'C'.           ***
      ******************************************************************
       ENTRY "REYDB_ACCRUE_RATE" USING LS-REYDB-DATABASE-NAME
                                       LS-ACCRUE-NAME
                                       LS-ACCRUE-CODE
                                       LS-ACCRUE-RATE
                                       LS-ACCRUE-BASIS
                                       LS-ACCRUE-FEE
                                       LS-ACCRUE-DAYS.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-ACCRUE-NAME EQUAL SPACE
           OR LS-ACCRUE-CODE EQUAL SPACE
           OR LS-ACCRUE-RATE NOT NUMERIC
           OR LS-ACCRUE-FEE NOT NUMERIC
           OR (LS-ACCRUE-BASIS NOT EQUAL ZERO
               AND LS-ACCRUE-BASIS NOT EQUAL 360
               AND LS-ACCRUE-BASIS NOT EQUAL 365)
           OR (LS-ACCRUE-DAYS NOT EQUAL SPACE
               AND LS-ACCRUE-DAYS NOT EQUAL 'C'
               AND LS-ACCRUE-DAYS NOT EQUAL 'B')
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-ACCRATE.

      *** First rate ever - accrate.dat self-creates.
           IF WS-ACCRATE-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-ACCRATE
              CLOSE FC-ACCRATE
              OPEN I-O FC-ACCRATE
           END-IF.

           MOVE LS-REYDB-DATABASE-NAME TO FS-ACCRATE-DATABASE.
           MOVE LS-ACCRUE-NAME         TO FS-ACCRATE-NAME.
           MOVE LS-ACCRUE-CODE         TO FS-ACCRATE-CODE.
           MOVE LS-ACCRUE-RATE         TO FS-ACCRATE-RATE.
           MOVE LS-ACCRUE-FEE          TO FS-ACCRATE-FEE.

           IF LS-ACCRUE-BASIS EQUAL ZERO
              MOVE 365 TO FS-ACCRATE-BASIS
           ELSE
              MOVE LS-ACCRUE-BASIS TO FS-ACCRATE-BASIS
           END-IF.

           IF LS-ACCRUE-DAYS EQUAL SPACE
              MOVE 'C' TO FS-ACCRATE-DAYS
           ELSE
              MOVE LS-ACCRUE-DAYS TO FS-ACCRATE-DAYS
           END-IF.

           ACCEPT WS-ACR-TODAY    FROM DATE YYYYMMDD.
           ACCEPT WS-ACR-NOW-TIME FROM TIME.
           MOVE WS-ACR-TODAY    TO FS-ACCRATE-TIMESTAMP (1:8).
           MOVE WS-ACR-NOW-TIME TO FS-ACCRATE-TIMESTAMP (9:8).

           CALL "REYDB_WHOAMI" USING FS-ACCRATE-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           WRITE FS-ACCRATE-RECORD

           INVALID KEY *> Already priced - the new figures replace it

               REWRITE FS-ACCRATE-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-ACCRATE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - takes one rate row back off. Rows of   ***
      *** that code then price at "*", or not at all.                ***
      ******************************************************************
       ENTRY "REYDB_ACCRUE_RATE_DROP" USING LS-REYDB-DATABASE-NAME
                                            LS-ACCRUE-NAME
                                            LS-ACCRUE-CODE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-ACCRATE.

           IF WS-ACCRATE-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-REYDB-DATABASE-NAME TO FS-ACCRATE-DATABASE.
           MOVE LS-ACCRUE-NAME         TO FS-ACCRATE-NAME.
           MOVE LS-ACCRUE-CODE         TO FS-ACCRATE-CODE.

           DELETE FC-ACCRATE RECORD

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-ACCRATE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The balance, code and target fields by dictionary name.    ***
      *** The balance and target must be numeric fields REYDB_AMOUNT ***
      *** can carry, at the same scale - an amount worked in cents   ***
      *** posts in cents. A name the dictionary does not know is a   ***
      *** VALIDATION-FAIL.                                           ***
      ******************************************************************
       0100-FIND-FIELDS.

           MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT.

           CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                       WS-ACR-FIELD-COUNT
                                       WS-ACR-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           MOVE LS-ACCRUE-BALANCE TO WS-ACR-LOOK-NAME.
           PERFORM 0150-FIND-ONE THRU 0150-FIND-ONE-EXIT.
           MOVE WS-ACR-LOOK-OFFSET TO WS-ACR-BAL-OFFSET.
           MOVE WS-ACR-LOOK-LENGTH TO WS-ACR-BAL-LENGTH.

           IF WS-ACR-BAL-LENGTH EQUAL ZERO
           OR WS-ACR-BAL-LENGTH GREATER THAN 16
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           MOVE ZERO TO WS-ACR-CODE-OFFSET WS-ACR-CODE-LENGTH.

           IF LS-ACCRUE-CODE-FIELD NOT EQUAL SPACE
              MOVE LS-ACCRUE-CODE-FIELD TO WS-ACR-LOOK-NAME
              PERFORM 0150-FIND-ONE THRU 0150-FIND-ONE-EXIT
              IF WS-ACR-LOOK-LENGTH EQUAL ZERO
              OR WS-ACR-LOOK-LENGTH GREATER THAN 32
                 GO TO 0100-FIND-FIELDS-EXIT
              END-IF
              MOVE WS-ACR-LOOK-OFFSET TO WS-ACR-CODE-OFFSET
              MOVE WS-ACR-LOOK-LENGTH TO WS-ACR-CODE-LENGTH
           END-IF.

           IF LS-ACCRUE-TARGET EQUAL SPACE
           OR LS-ACCRUE-TARGET EQUAL LS-ACCRUE-BALANCE
              MOVE 'Y' TO WS-ACR-COMPOUND
              MOVE WS-ACR-BAL-OFFSET TO WS-ACR-TGT-OFFSET
              MOVE WS-ACR-BAL-LENGTH TO WS-ACR-TGT-LENGTH
           ELSE
              MOVE 'N' TO WS-ACR-COMPOUND
              MOVE LS-ACCRUE-TARGET TO WS-ACR-LOOK-NAME
              PERFORM 0150-FIND-ONE THRU 0150-FIND-ONE-EXIT
              MOVE WS-ACR-LOOK-OFFSET TO WS-ACR-TGT-OFFSET
              MOVE WS-ACR-LOOK-LENGTH TO WS-ACR-TGT-LENGTH
           END-IF.

           IF WS-ACR-TGT-LENGTH EQUAL ZERO
           OR WS-ACR-TGT-LENGTH GREATER THAN 16
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                          WS-ACR-BAL-OFFSET
                                          WS-ACR-BAL-LENGTH
                                          WS-ACR-BAL-SIGN
                                          WS-ACR-BAL-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                          WS-ACR-TGT-OFFSET
                                          WS-ACR-TGT-LENGTH
                                          WS-ACR-TGT-SIGN
                                          WS-ACR-TGT-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

      *** Fifteen digits, plus a separate sign byte where the field
      *** has one - the same limits REYDB_COMPUTE holds a field to.
           IF (WS-ACR-BAL-LENGTH GREATER THAN 15
               AND WS-ACR-BAL-SIGN NOT EQUAL 'L'
               AND WS-ACR-BAL-SIGN NOT EQUAL 'T')
           OR (WS-ACR-TGT-LENGTH GREATER THAN 15
               AND WS-ACR-TGT-SIGN NOT EQUAL 'L'
               AND WS-ACR-TGT-SIGN NOT EQUAL 'T')
           OR WS-ACR-BAL-SCALE NOT EQUAL WS-ACR-TGT-SCALE
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0100-FIND-FIELDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One dictionary name to its slice - zero when unknown or    ***
      *** when the slice would leave the content area.               ***
      ******************************************************************
       0150-FIND-ONE.

           MOVE ZERO TO WS-ACR-LOOK-OFFSET WS-ACR-LOOK-LENGTH.

           PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
                     UNTIL WS-ACR-IDX GREATER THAN WS-ACR-FIELD-COUNT

               IF WS-DICT-FIELD-NAME (WS-ACR-IDX) EQUAL WS-ACR-LOOK-NAME
                  MOVE WS-ACR-FIELD-OFFSET (WS-ACR-IDX)
                    TO WS-ACR-LOOK-OFFSET
                  MOVE WS-ACR-FIELD-LENGTH (WS-ACR-IDX)
                    TO WS-ACR-LOOK-LENGTH
               END-IF

           END-PERFORM.

           IF WS-ACR-LOOK-OFFSET EQUAL ZERO
           OR WS-ACR-LOOK-OFFSET + WS-ACR-LOOK-LENGTH - 1
              GREATER THAN 471
              MOVE ZERO TO WS-ACR-LOOK-OFFSET WS-ACR-LOOK-LENGTH
           END-IF.

       0150-FIND-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The days owed - from the day after the accrual last ran    ***
      *** through, up to the asked day (today when zero). A first    ***
      *** run accrues the asked day alone.                           ***
      ******************************************************************
       0200-SET-DAYS.

           MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT.

           ACCEPT WS-ACR-TODAY FROM DATE YYYYMMDD.

           IF LS-ACCRUE-THROUGH EQUAL ZERO
              MOVE WS-ACR-TODAY TO WS-ACR-THROUGH
           ELSE
              IF LS-ACCRUE-THROUGH NOT NUMERIC
                 GO TO 0200-SET-DAYS-EXIT
              END-IF
              MOVE LS-ACCRUE-THROUGH TO WS-ACR-THROUGH
           END-IF.

           MOVE WS-ACR-THROUGH TO WS-ACR-FIRST-DAY.

           OPEN INPUT FC-ACCRUN.

           IF WS-ACCRUN-FILE-STATUS EQUAL "00"

              MOVE LS-REYDB-DATABASE-NAME TO FS-ACCRUN-DATABASE
              MOVE LS-ACCRUE-NAME         TO FS-ACCRUN-NAME

              READ FC-ACCRUN KEY IS FS-ACCRUN-KEY

              INVALID KEY
                  CONTINUE

              NOT INVALID KEY
                  MOVE FS-ACCRUN-LAST-DATE TO WS-CALENDAR-ASK-DATE
                  CALL "REYDB_CALENDAR_NEXT" USING
                           WS-CALENDAR-ASK-DATE
                           WS-ACR-FIRST-DAY
                      RETURNING WS-REYDB-RESULT-CALENDAR
                  END-CALL

              END-READ

              CLOSE FC-ACCRUN

           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0200-SET-DAYS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One row - deciphered, its balance, target and code read    ***
      *** and collected for the posting pass. A row whose figures    ***
      *** will not read is collected all the same, to be listed.     ***
      ******************************************************************
       1000-COLLECT-ROW.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-ACR-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-ACR-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-ACR-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       LS-REYDB-DATABASE-NAME
                       FS-REYDB-KEY
                       WS-ACR-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-ACR-PLAIN
                                             WS-ACR-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-ACR-PLAIN
                                         WS-ACR-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           ADD 1 TO WS-ACR-ROW-COUNT.

           MOVE FS-REYDB-KEY TO WS-ACR-ROW-KEY (WS-ACR-ROW-COUNT).
           MOVE 'Y'          TO WS-ACR-ROW-READ (WS-ACR-ROW-COUNT).
           MOVE ZERO         TO WS-ACR-ROW-BALANCE (WS-ACR-ROW-COUNT)
                                WS-ACR-ROW-TARGET (WS-ACR-ROW-COUNT).

           IF WS-ACR-CODE-LENGTH EQUAL ZERO
              MOVE WS-ACCRATE-ANY-CODE
                TO WS-ACR-ROW-CODE (WS-ACR-ROW-COUNT)
           ELSE
              MOVE SPACE TO WS-ACR-ROW-CODE (WS-ACR-ROW-COUNT)
              MOVE WS-ACR-PLAIN
                   (WS-ACR-CODE-OFFSET : WS-ACR-CODE-LENGTH)
                TO WS-ACR-ROW-CODE (WS-ACR-ROW-COUNT)
                   (1 : WS-ACR-CODE-LENGTH)
           END-IF.

           CALL "REYDB_AMOUNT" USING WS-ACR-PLAIN
                                     WS-ACR-BAL-OFFSET
                                     WS-ACR-BAL-LENGTH
                                     WS-ACR-BAL-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT EQUAL WS-REYDB-SUCCESS
              MOVE WS-AMOUNT-VALUE
                TO WS-ACR-ROW-BALANCE (WS-ACR-ROW-COUNT)
           ELSE
              MOVE 'N' TO WS-ACR-ROW-READ (WS-ACR-ROW-COUNT)
           END-IF.

           CALL "REYDB_AMOUNT" USING WS-ACR-PLAIN
                                     WS-ACR-TGT-OFFSET
                                     WS-ACR-TGT-LENGTH
                                     WS-ACR-TGT-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT EQUAL WS-REYDB-SUCCESS
              MOVE WS-AMOUNT-VALUE
                TO WS-ACR-ROW-TARGET (WS-ACR-ROW-COUNT)
           ELSE
              MOVE 'N' TO WS-ACR-ROW-READ (WS-ACR-ROW-COUNT)
           END-IF.

      *** A full table ends this wave's walk - the next resumes
      *** past this key, after the postings below have run.
           MOVE FS-REYDB-KEY TO WS-ACR-RESUME-KEY.

           IF WS-ACR-ROW-COUNT EQUAL 500
              MOVE 'Y' TO WS-ACR-MORE
              MOVE 'S' TO WS-REYDB-EOF
           END-IF.

       1000-COLLECT-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One wave - the shared hold, the walk (resumed past where   ***
      *** the last wave stopped), the release, and the posting pass. ***
      *** A refused gate stops the waves with the refusal as the     ***
      *** answer; what earlier waves posted stands, journaled.       ***
      ******************************************************************
       2000-ONE-WAVE.

           MOVE 'N'  TO WS-ACR-MORE WS-REYDB-EOF.
           MOVE ZERO TO WS-ACR-ROW-COUNT.

           CALL "REYDB_ENQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              MOVE 'Y' TO WS-ACR-BROKEN
              GO TO 2000-ONE-WAVE-EXIT
           END-IF.

           OPEN INPUT FC-REYDB.

           IF WS-ACR-RESUME-KEY NOT EQUAL SPACE
              MOVE WS-ACR-RESUME-KEY TO FS-REYDB-KEY
              START FC-REYDB KEY IS GREATER THAN FS-REYDB-KEY
                  INVALID KEY
                      MOVE 'S' TO WS-REYDB-EOF
              END-START
           END-IF.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-REYDB-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      ADD 1 TO WS-REYDB-RECORD-COUNT
                      PERFORM 1000-COLLECT-ROW
                         THRU 1000-COLLECT-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

      *** The posting pass - gate released, each COMPUTE takes the
      *** exclusive side itself.
           PERFORM VARYING WS-ACR-APPLY-IDX FROM 1 BY 1
                     UNTIL WS-ACR-APPLY-IDX GREATER THAN
                           WS-ACR-ROW-COUNT

               PERFORM 3000-ACCRUE-ROW THRU 3000-ACCRUE-ROW-EXIT

           END-PERFORM.

       2000-ONE-WAVE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One collected row - priced, then walked day by day. A day  ***
      *** that will not post stops the row there, so its later days ***
      *** never land ahead of it.                                    ***
      ******************************************************************
       3000-ACCRUE-ROW.

           MOVE WS-ACR-ROW-KEY (WS-ACR-APPLY-IDX)     TO WS-ACR-REC-KEY.
           MOVE WS-ACR-ROW-BALANCE (WS-ACR-APPLY-IDX) TO WS-ACR-RUN-BAL.
           MOVE WS-ACR-ROW-TARGET (WS-ACR-APPLY-IDX)  TO WS-ACR-RUN-TGT.
           MOVE ZERO TO WS-ACR-DAILY.

           IF WS-ACR-ROW-READ (WS-ACR-APPLY-IDX) NOT EQUAL 'Y'
              MOVE WS-ACR-FIRST-DAY TO WS-ACR-DAY
              MOVE "UNREADABLE BALANCE OR TARGET" TO WS-ACR-STATUS
              PERFORM 3900-LIST-LINE THRU 3900-LIST-LINE-EXIT
              ADD 1 TO WS-ACR-EXCEPTIONS
              GO TO 3000-ACCRUE-ROW-EXIT
           END-IF.

           PERFORM 3100-FIND-RATE THRU 3100-FIND-RATE-EXIT.

      *** An unpriced code is listed, not an exception - a product
      *** that earns nothing is a product, not a fault.
           IF WS-ACR-RATED NOT EQUAL 'Y'
              MOVE WS-ACR-FIRST-DAY TO WS-ACR-DAY
              MOVE "UNRATED" TO WS-ACR-STATUS
              PERFORM 3900-LIST-LINE THRU 3900-LIST-LINE-EXIT
              GO TO 3000-ACCRUE-ROW-EXIT
           END-IF.

           MOVE WS-ACR-FIRST-DAY TO WS-ACR-DAY.
           MOVE 'N'              TO WS-ACR-ROW-STOP.

           PERFORM 3200-ONE-DAY THRU 3200-ONE-DAY-EXIT
             UNTIL WS-ACR-DAY GREATER THAN WS-ACR-THROUGH
                OR WS-ACR-ROW-STOP EQUAL 'Y'.

       3000-ACCRUE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The row's rate - its own code's row, else the "*" row.     ***
      ******************************************************************
       3100-FIND-RATE.

           MOVE 'N' TO WS-ACR-RATED.

           MOVE LS-REYDB-DATABASE-NAME TO FS-ACCRATE-DATABASE.
           MOVE LS-ACCRUE-NAME         TO FS-ACCRATE-NAME.
           MOVE WS-ACR-ROW-CODE (WS-ACR-APPLY-IDX) TO FS-ACCRATE-CODE.

           READ FC-ACCRATE KEY IS FS-ACCRATE-KEY

           INVALID KEY
               MOVE WS-ACCRATE-ANY-CODE TO FS-ACCRATE-CODE
               READ FC-ACCRATE KEY IS FS-ACCRATE-KEY
               INVALID KEY
                   GO TO 3100-FIND-RATE-EXIT
               END-READ

           END-READ.

           MOVE 'Y'             TO WS-ACR-RATED.
           MOVE FS-ACCRATE-RATE  TO WS-ACR-RATE.
           MOVE FS-ACCRATE-BASIS TO WS-ACR-BASIS.
           MOVE FS-ACCRATE-FEE   TO WS-ACR-FEE.
           MOVE FS-ACCRATE-DAYS  TO WS-ACR-DAYS.

           IF WS-ACR-BASIS EQUAL ZERO
              MOVE 365 TO WS-ACR-BASIS
           END-IF.

       3100-FIND-RATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One day for the row in hand - skipped when the rate keeps  ***
      *** business days only and this is not one, passed over when   ***
      *** the journal has it DONE, settled when it is PENDING, and   ***
      *** posted otherwise. Always steps to the next day.            ***
      ******************************************************************
       3200-ONE-DAY.

           IF WS-ACR-DAYS EQUAL 'B'
              MOVE WS-ACR-DAY TO WS-CALENDAR-ASK-DATE
              CALL "REYDB_CALENDAR_CHECK" USING WS-CALENDAR-ASK-DATE
                                                WS-CALENDAR-IS-BUSDAY
                  RETURNING WS-REYDB-RESULT-CALENDAR
              END-CALL
              IF WS-CALENDAR-IS-BUSDAY NOT EQUAL 'Y'
                 GO TO 3200-ONE-DAY-NEXT
              END-IF
           END-IF.

           MOVE LS-REYDB-DATABASE-NAME TO FS-ACCJRNL-DATABASE.
           MOVE LS-ACCRUE-NAME         TO FS-ACCJRNL-NAME.
           MOVE WS-ACR-REC-KEY         TO FS-ACCJRNL-ROW-KEY.
           MOVE WS-ACR-DAY             TO FS-ACCJRNL-DATE.

           READ FC-ACCJRNL KEY IS FS-ACCJRNL-KEY

           INVALID KEY
               PERFORM 3400-POST-DAY THRU 3400-POST-DAY-EXIT

           NOT INVALID KEY
               IF FS-ACCJRNL-IS-PENDING
                  PERFORM 3300-SETTLE-DAY THRU 3300-SETTLE-DAY-EXIT
               END-IF

           END-READ.

       3200-ONE-DAY-NEXT.

           MOVE WS-ACR-DAY TO WS-CALENDAR-ASK-DATE.

           CALL "REYDB_CALENDAR_NEXT" USING WS-CALENDAR-ASK-DATE
                                            WS-ACR-DAY
               RETURNING WS-REYDB-RESULT-CALENDAR
           END-CALL.

       3200-ONE-DAY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A PENDING day the last run left behind - the row re-read,  ***
      *** and its target judged against the journal's two values.    ***
      ******************************************************************
       3300-SETTLE-DAY.

           MOVE SPACE TO WS-ACR-REC-BUFFER.

           CALL "REYDB_READ" USING WS-ACR-RECORD
                                   LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-READ
           END-CALL.

           MOVE WS-REYDB-FAILURE TO WS-REYDB-RESULT-AMOUNT.

           IF WS-REYDB-RESULT-READ EQUAL WS-REYDB-SUCCESS
              CALL "REYDB_AMOUNT" USING WS-ACR-REC-CONTENT
                                        WS-ACR-TGT-OFFSET
                                        WS-ACR-TGT-LENGTH
                                        WS-ACR-TGT-SIGN
                                        WS-AMOUNT-VALUE
                  RETURNING WS-REYDB-RESULT-AMOUNT
              END-CALL
           END-IF.

           MOVE FS-ACCJRNL-AMOUNT TO WS-ACR-DAILY.

      *** The expected value - the posting landed before the stop;
      *** only the journal missed it.
           IF WS-REYDB-RESULT-AMOUNT EQUAL WS-REYDB-SUCCESS
              AND WS-AMOUNT-VALUE EQUAL FS-ACCJRNL-AFTER

              MOVE 'D' TO FS-ACCJRNL-STATE
              REWRITE FS-ACCJRNL-RECORD
                  INVALID KEY
                      CONTINUE
              END-REWRITE

              MOVE WS-AMOUNT-VALUE TO WS-ACR-RUN-TGT
              IF WS-ACR-COMPOUND EQUAL 'Y'
                 MOVE WS-AMOUNT-VALUE TO WS-ACR-RUN-BAL
              END-IF

              MOVE "SETTLED" TO WS-ACR-STATUS
              PERFORM 3900-LIST-LINE THRU 3900-LIST-LINE-EXIT
              GO TO 3300-SETTLE-DAY-EXIT

           END-IF.

      *** The prior value - it never landed; post it now.
           IF WS-REYDB-RESULT-AMOUNT EQUAL WS-REYDB-SUCCESS
              AND WS-AMOUNT-VALUE EQUAL FS-ACCJRNL-BEFORE

              DELETE FC-ACCJRNL RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE

              MOVE WS-AMOUNT-VALUE TO WS-ACR-RUN-TGT
              IF WS-ACR-COMPOUND EQUAL 'Y'
                 MOVE WS-AMOUNT-VALUE TO WS-ACR-RUN-BAL
              END-IF

              PERFORM 3400-POST-DAY THRU 3400-POST-DAY-EXIT
              GO TO 3300-SETTLE-DAY-EXIT

           END-IF.

      *** Neither - somebody moved the row since; a person decides.
           MOVE "UNSETTLD" TO WS-ACR-STATUS.
           PERFORM 3900-LIST-LINE THRU 3900-LIST-LINE-EXIT.

           ADD 1 TO WS-ACR-EXCEPTIONS.
           MOVE 'Y' TO WS-ACR-ROW-STOP.

       3300-SETTLE-DAY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One day's accrual - the interest on a positive balance     ***
      *** plus the day's fee, journaled PENDING, posted through      ***
      *** REYDB_COMPUTE, and flipped DONE. A refused posting takes   ***
      *** its journal entry back off, so the re-run posts it.        ***
      ******************************************************************
       3400-POST-DAY.

           MOVE ZERO TO WS-ACR-DAILY.

           IF WS-ACR-RUN-BAL GREATER THAN ZERO
              COMPUTE WS-ACR-DAILY ROUNDED =
                      WS-ACR-RUN-BAL * WS-ACR-RATE
                    / (100 * WS-ACR-BASIS)
              ADD WS-ACR-FEE TO WS-ACR-DAILY
           END-IF.

           IF WS-ACR-DAILY EQUAL ZERO
              GO TO 3400-POST-DAY-EXIT
           END-IF.

           ACCEPT WS-ACR-TODAY    FROM DATE YYYYMMDD.
           ACCEPT WS-ACR-NOW-TIME FROM TIME.
           MOVE WS-ACR-TODAY    TO WS-ACR-STAMP (1:8).
           MOVE WS-ACR-NOW-TIME TO WS-ACR-STAMP (9:8).

           MOVE LS-REYDB-DATABASE-NAME TO FS-ACCJRNL-DATABASE.
           MOVE LS-ACCRUE-NAME         TO FS-ACCJRNL-NAME.
           MOVE WS-ACR-REC-KEY         TO FS-ACCJRNL-ROW-KEY.
           MOVE WS-ACR-DAY             TO FS-ACCJRNL-DATE.
           MOVE 'P'                    TO FS-ACCJRNL-STATE.
           MOVE WS-ACR-ROW-CODE (WS-ACR-APPLY-IDX) TO FS-ACCJRNL-CODE.
           MOVE WS-ACR-RUN-BAL         TO FS-ACCJRNL-BALANCE.
           MOVE WS-ACR-DAILY           TO FS-ACCJRNL-AMOUNT.
           MOVE WS-ACR-RUN-TGT         TO FS-ACCJRNL-BEFORE.
           COMPUTE FS-ACCJRNL-AFTER = WS-ACR-RUN-TGT + WS-ACR-DAILY.
           MOVE WS-ACR-STAMP           TO FS-ACCJRNL-TIMESTAMP.
           MOVE WS-ACR-USER            TO FS-ACCJRNL-USER.

           WRITE FS-ACCJRNL-RECORD

           INVALID KEY
               MOVE "JOURNAL WRITE FAILED" TO WS-ACR-STATUS
               PERFORM 3900-LIST-LINE THRU 3900-LIST-LINE-EXIT
               ADD 1 TO WS-ACR-EXCEPTIONS
               MOVE 'Y' TO WS-ACR-ROW-STOP
               GO TO 3400-POST-DAY-EXIT

           END-WRITE.

           CALL "REYDB_COMPUTE" USING WS-ACR-REC-KEY
                                      WS-ACR-TGT-OFFSET
                                      WS-ACR-TGT-LENGTH
                                      WS-ACR-DAILY
                                      LS-REYDB-DATABASE-NAME
                                      WS-ACR-NEW-VALUE
               RETURNING WS-REYDB-RESULT-ACTION
           END-CALL.

           IF WS-REYDB-RESULT-ACTION NOT EQUAL WS-REYDB-SUCCESS

               DELETE FC-ACCJRNL RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE

               CALL "REYDB_XLATE_RESULT" USING WS-REYDB-RESULT-ACTION
                                               WS-ACR-STATUS
                   RETURNING WS-REYDB-RESULT-XLATE
               END-CALL

               PERFORM 3900-LIST-LINE THRU 3900-LIST-LINE-EXIT
               ADD 1 TO WS-ACR-EXCEPTIONS
               MOVE 'Y' TO WS-ACR-ROW-STOP
               GO TO 3400-POST-DAY-EXIT

           END-IF.

      *** Landed - the journal records what the row now holds.
           MOVE 'D'              TO FS-ACCJRNL-STATE.
           MOVE WS-ACR-NEW-VALUE TO FS-ACCJRNL-AFTER.
           COMPUTE FS-ACCJRNL-BEFORE = WS-ACR-NEW-VALUE - WS-ACR-DAILY.

           REWRITE FS-ACCJRNL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           MOVE WS-ACR-NEW-VALUE TO WS-ACR-RUN-TGT.

           IF WS-ACR-COMPOUND EQUAL 'Y'
              MOVE WS-ACR-NEW-VALUE TO WS-ACR-RUN-BAL
           END-IF.

           ADD 1 TO WS-ACR-POSTINGS.

           MOVE "POSTED" TO WS-ACR-STATUS.
           PERFORM 3900-LIST-LINE THRU 3900-LIST-LINE-EXIT.

       3400-POST-DAY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One listing line - the row, the day, the code and balance, ***
      *** the day's amount, the target now, and the status.          ***
      ******************************************************************
       3900-LIST-LINE.

           MOVE SPACE          TO FS-ACCRPT-RECORD.
           MOVE WS-ACR-REC-KEY TO FS-ACCRPT-KEY.
           MOVE WS-ACR-DAY     TO FS-ACCRPT-DATE.
           MOVE WS-ACR-ROW-CODE (WS-ACR-APPLY-IDX) TO FS-ACCRPT-CODE.
           MOVE WS-ACR-STATUS  TO FS-ACCRPT-STATUS.

           MOVE WS-ACR-RUN-BAL TO WS-ACR-EDIT.
           CALL "REYDB_AMOUNT_EDIT" USING WS-ACR-EDIT
                                          WS-ACR-BAL-SCALE
                                          FS-ACCRPT-BALANCE
           END-CALL.

           MOVE WS-ACR-DAILY TO WS-ACR-EDIT.
           CALL "REYDB_AMOUNT_EDIT" USING WS-ACR-EDIT
                                          WS-ACR-TGT-SCALE
                                          FS-ACCRPT-AMOUNT
           END-CALL.

           MOVE WS-ACR-RUN-TGT TO WS-ACR-EDIT.
           CALL "REYDB_AMOUNT_EDIT" USING WS-ACR-EDIT
                                          WS-ACR-TGT-SCALE
                                          FS-ACCRPT-AFTER
           END-CALL.

           WRITE FS-ACCRPT-RECORD.

       3900-LIST-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A clean run - the accrual is now through the asked day.    ***
      ******************************************************************
       4000-MARK-RUN.

           OPEN I-O FC-ACCRUN.

      *** First run ever - accrun.dat self-creates.
           IF WS-ACCRUN-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-ACCRUN
              CLOSE FC-ACCRUN
              OPEN I-O FC-ACCRUN
           END-IF.

           MOVE LS-REYDB-DATABASE-NAME TO FS-ACCRUN-DATABASE.
           MOVE LS-ACCRUE-NAME         TO FS-ACCRUN-NAME.
           MOVE WS-ACR-THROUGH         TO FS-ACCRUN-LAST-DATE.

           ACCEPT WS-ACR-TODAY    FROM DATE YYYYMMDD.
           ACCEPT WS-ACR-NOW-TIME FROM TIME.
           MOVE WS-ACR-TODAY    TO FS-ACCRUN-TIMESTAMP (1:8).
           MOVE WS-ACR-NOW-TIME TO FS-ACCRUN-TIMESTAMP (9:8).

           WRITE FS-ACCRUN-RECORD

           INVALID KEY *> Ran before - move its date on

               REWRITE FS-ACCRUN-RECORD
                   INVALID KEY
                       MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
               END-REWRITE

           END-WRITE.

           CLOSE FC-ACCRUN.

       4000-MARK-RUN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-ACCRATE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ACCJRNL-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ACCRUN-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ACCRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
