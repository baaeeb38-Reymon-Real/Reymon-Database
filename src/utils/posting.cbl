      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    posting.cbl        ***
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
       PROGRAM-ID. REYDB_POST IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Double-entry posting - a batch of journal lines off        ***
      *** posting.in (account key, 'D' or 'C', amount, narrative)    ***
      *** moved into a dictionary balance field as one unit of work, ***
      *** instead of two loose REYDB_COMPUTE calls nothing ties      ***
      *** together. A batch whose debits and credits differ, or      ***
      *** that holds a line that will not read, is refused whole     ***
      *** before a row is touched. A balanced batch opens a          ***
      *** REYDB_BEGIN bracket, posts every line through              ***
      *** REYDB_COMPUTE - a debit adds to the balance, a credit      ***
      *** takes from it - and commits; one refused line rolls every  ***
      *** line before it back out, so the books never hold half a    ***
      *** batch. The bracket's journal holds a hundred rows, so a    ***
      *** batch holds a hundred lines.                               ***
      ***                                                            ***
      *** Every committed line is filed to posting.jnl under the     ***
      *** database, the batch reference (the run's date and time     ***
      *** when the caller names none) and its line number, with the  ***
      *** balance it left behind. A reference already on the         ***
      *** journal is refused as a duplicate, so a batch resubmitted  ***
      *** after a clean run cannot post twice. posting.rpt lists     ***
      *** every line and what became of it.                          ***
      ***                                                            ***
      *** REYDB_TRIAL_BALANCE walks every live account and lists its ***
      *** balance on trial.rpt - debit column when positive, credit  ***
      *** column when negative - and proves the two columns agree:   ***
      *** books that only ever moved through balanced batches net to ***
      *** zero, and anything else answers OUT-OF-BALANCE.            ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-posting.cpy".
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
       COPY "file/section/reydb-posting.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-posting.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-amount.cpy".

      *** The database's dictionary layout, searched by field name.
       77 WS-PST-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-PST-LAYOUT.
          02 WS-PST-FIELD OCCURS 20 TIMES.
             03 WS-PST-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-PST-FIELD-LENGTH PIC 9(04) COMP-5.

       77 WS-PST-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** Where the balance field sits, and how it is signed and
      *** scaled.
       77 WS-PST-BAL-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PST-BAL-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PST-BAL-SIGN   PIC X(01) VALUE SPACE.
       77 WS-PST-BAL-SCALE  PIC 9(01) VALUE ZERO.

      *** The batch as read - one slot per journal line, the
      *** bracket's own hundred-row limit.
       77 WS-PST-LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       01 WS-PST-LINE-TABLE.
          02 WS-PST-LINE OCCURS 100 TIMES.
             03 WS-PST-LINE-ACCOUNT   PIC X(18).
             03 WS-PST-LINE-SIDE      PIC X(01).
             03 WS-PST-LINE-AMOUNT    PIC 9(15).
             03 WS-PST-LINE-NARRATIVE PIC X(40).
             03 WS-PST-LINE-AFTER     PIC S9(15) COMP-5.
             03 WS-PST-LINE-STATUS    PIC X(40).

       77 WS-PST-LNO PIC 9(04) COMP-5 VALUE ZERO.

      *** The two sides of the batch, in the balance's smallest unit.
       77 WS-PST-DEBITS  PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-PST-CREDITS PIC S9(18) COMP-5 VALUE ZERO.

      *** One line's signed movement and the balance it left.
       77 WS-PST-DELTA     PIC S9(15) COMP-5 VALUE ZERO.
       77 WS-PST-NEW-VALUE PIC S9(15) COMP-5 VALUE ZERO.

      *** 'Y' once the batch will not read clean, and once a posting
      *** inside the bracket was refused.
       77 WS-PST-BAD-BATCH PIC X(01) VALUE 'N'.
       77 WS-PST-BROKEN    PIC X(01) VALUE 'N'.
       77 WS-PST-BATCH-EOF PIC X(01) VALUE 'N'.

      *** The batch reference and the stamp the journal carries.
       77 WS-PST-BATCH    PIC X(16) VALUE SPACE.
       77 WS-PST-TODAY    PIC 9(08) VALUE ZERO.
       77 WS-PST-NOW-TIME PIC 9(08) VALUE ZERO.
       77 WS-PST-STAMP    PIC X(16) VALUE SPACE.
       77 WS-PST-USER     PIC X(08) VALUE SPACE.

      *** The trial balance - one account's plaintext, its balance,
      *** the two column totals and the accounts that would not read.
       77 WS-PST-PLAIN         PIC X(471) VALUE SPACE.
       77 WS-PST-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-PST-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PST-BALANCE       PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-PST-UNREAD        PIC 9(09) COMP-5 VALUE ZERO.

      *** A figure on its way to the listing.
       77 WS-PST-EDIT PIC S9(18) COMP-5 VALUE ZERO.

      *** Results of the calls down the run.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-ACTION   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-TX       PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-XLATE    PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-WHO      PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The dictionary name of the balance field, and the batch
      *** reference (SPACE - the run's date and time, handed back).
       77 LS-POST-BALANCE PIC X(16) VALUE SPACE.
       77 LS-POST-BATCH   PIC X(16) VALUE SPACE.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - posts the batch on posting.in.       ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-POST-BALANCE
                                    LS-POST-BATCH
                                    LS-REYDB-RECORD-COUNT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT.

           IF LS-POST-BALANCE EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.

           PERFORM 0100-FIND-FIELD THRU 0100-FIND-FIELD-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

      *** No batch file is a failure, not an empty success.
           OPEN INPUT FC-POSTBAT.

           IF WS-POSTBAT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           ACCEPT WS-PST-TODAY    FROM DATE YYYYMMDD.
           ACCEPT WS-PST-NOW-TIME FROM TIME.
           MOVE WS-PST-TODAY    TO WS-PST-STAMP (1:8).
           MOVE WS-PST-NOW-TIME TO WS-PST-STAMP (9:8).

           IF LS-POST-BATCH EQUAL SPACE
              MOVE WS-PST-STAMP TO LS-POST-BATCH
           END-IF.

           MOVE LS-POST-BATCH TO WS-PST-BATCH.

           CALL "REYDB_WHOAMI" USING WS-PST-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           OPEN OUTPUT FC-POSTRPT.

           PERFORM 1000-READ-BATCH THRU 1000-READ-BATCH-EXIT.

           CLOSE FC-POSTBAT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              PERFORM 4000-LIST-BATCH THRU 4000-LIST-BATCH-EXIT
              CLOSE FC-POSTRPT
              GOBACK
           END-IF.

           OPEN I-O FC-POSTJRNL.

      *** First batch ever - posting.jnl self-creates.
           IF WS-POSTJRNL-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-POSTJRNL
              CLOSE FC-POSTJRNL
              OPEN I-O FC-POSTJRNL
           END-IF.

      *** A reference the journal already holds has posted - a
      *** resubmitted batch never lands twice.
           MOVE LS-REYDB-DATABASE-NAME TO FS-POSTJRNL-DATABASE.
           MOVE WS-PST-BATCH           TO FS-POSTJRNL-BATCH.
           MOVE 1                      TO FS-POSTJRNL-LINE.

           READ FC-POSTJRNL KEY IS FS-POSTJRNL-KEY

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               MOVE WS-REYDB-DUPLICATE-KEY TO LS-REYDB-RESULT
               PERFORM 1900-MARK-ALL THRU 1900-MARK-ALL-EXIT
               PERFORM 4000-LIST-BATCH THRU 4000-LIST-BATCH-EXIT
               CLOSE FC-POSTJRNL
               CLOSE FC-POSTRPT
               GOBACK

           END-READ.

           PERFORM 2000-POST-BATCH THRU 2000-POST-BATCH-EXIT.

           IF LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
              PERFORM 3000-FILE-JOURNAL THRU 3000-FILE-JOURNAL-EXIT
              MOVE WS-PST-LINE-COUNT TO LS-REYDB-RECORD-COUNT
           END-IF.

           PERFORM 4000-LIST-BATCH THRU 4000-LIST-BATCH-EXIT.

           CLOSE FC-POSTJRNL.
           CLOSE FC-POSTRPT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - the trial balance. Every live account ***
      *** under the shared hold, its balance into the debit or       ***
      *** credit column, and the *TOTAL* line proving the columns    ***
      *** agree. An account whose balance will not read is listed    ***
      *** and keeps the books from proving.                          ***
      ******************************************************************
       ENTRY "REYDB_TRIAL_BALANCE" USING LS-REYDB-DATABASE-NAME
                                         LS-POST-BALANCE
                                         LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT WS-REYDB-RECORD-COUNT
                        WS-PST-DEBITS WS-PST-CREDITS WS-PST-UNREAD.

           IF LS-POST-BALANCE EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.

           PERFORM 0100-FIND-FIELD THRU 0100-FIND-FIELD-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           CALL "REYDB_POLICY" USING LS-REYDB-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

      *** Shared hold across the whole walk - a trial balance has to
      *** see one consistent set of books.
           CALL "REYDB_ENQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN OUTPUT FC-TRIALRPT.
           OPEN INPUT FC-REYDB.

           MOVE 'N' TO WS-REYDB-EOF.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-REYDB-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      ADD 1 TO WS-REYDB-RECORD-COUNT
                      PERFORM 5000-TRIAL-ROW THRU 5000-TRIAL-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           MOVE SPACE     TO FS-TRIALRPT-RECORD.
           MOVE "*TOTAL*" TO FS-TRIALRPT-ACCOUNT.

           MOVE WS-PST-DEBITS TO WS-PST-EDIT.
           CALL "REYDB_AMOUNT_EDIT" USING WS-PST-EDIT
                                          WS-PST-BAL-SCALE
                                          FS-TRIALRPT-DEBIT
           END-CALL.

           MOVE WS-PST-CREDITS TO WS-PST-EDIT.
           CALL "REYDB_AMOUNT_EDIT" USING WS-PST-EDIT
                                          WS-PST-BAL-SCALE
                                          FS-TRIALRPT-CREDIT
           END-CALL.

           IF WS-PST-DEBITS EQUAL WS-PST-CREDITS
              AND WS-PST-UNREAD EQUAL ZERO
              MOVE "IN BALANCE"       TO FS-TRIALRPT-STATUS
              MOVE WS-REYDB-SUCCESS   TO LS-REYDB-RESULT
           ELSE
              MOVE "OUT OF BALANCE"   TO FS-TRIALRPT-STATUS
              MOVE WS-REYDB-OUT-OF-BALANCE TO LS-REYDB-RESULT
           END-IF.

           WRITE FS-TRIALRPT-RECORD.

           CLOSE FC-TRIALRPT.

           MOVE WS-REYDB-RECORD-COUNT TO LS-REYDB-RECORD-COUNT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The balance field by dictionary name, and how it is signed ***
      *** and scaled - a numeric field REYDB_COMPUTE can carry. A    ***
      *** name the dictionary does not know is a VALIDATION-FAIL.    ***
      ******************************************************************
       0100-FIND-FIELD.

           MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT.
           MOVE ZERO TO WS-PST-BAL-OFFSET WS-PST-BAL-LENGTH.

           CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                       WS-PST-FIELD-COUNT
                                       WS-PST-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0100-FIND-FIELD-EXIT
           END-IF.

           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                     UNTIL WS-PST-IDX GREATER THAN WS-PST-FIELD-COUNT

               IF WS-DICT-FIELD-NAME (WS-PST-IDX) EQUAL LS-POST-BALANCE
                  MOVE WS-PST-FIELD-OFFSET (WS-PST-IDX)
                    TO WS-PST-BAL-OFFSET
                  MOVE WS-PST-FIELD-LENGTH (WS-PST-IDX)
                    TO WS-PST-BAL-LENGTH
               END-IF

           END-PERFORM.

           IF WS-PST-BAL-LENGTH EQUAL ZERO
           OR WS-PST-BAL-LENGTH GREATER THAN 16
           OR WS-PST-BAL-OFFSET EQUAL ZERO
           OR WS-PST-BAL-OFFSET + WS-PST-BAL-LENGTH - 1
              GREATER THAN 471
              GO TO 0100-FIND-FIELD-EXIT
           END-IF.

           CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                          WS-PST-BAL-OFFSET
                                          WS-PST-BAL-LENGTH
                                          WS-PST-BAL-SIGN
                                          WS-PST-BAL-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

      *** Fifteen digits, plus a separate sign byte where the field
      *** has one - the same limits REYDB_COMPUTE holds a field to.
           IF WS-PST-BAL-LENGTH GREATER THAN 15
              AND WS-PST-BAL-SIGN NOT EQUAL 'L'
              AND WS-PST-BAL-SIGN NOT EQUAL 'T'
              GO TO 0100-FIND-FIELD-EXIT
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0100-FIND-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Reads the whole batch before a row is touched - every line ***
      *** an account, a side and a positive amount, no more lines    ***
      *** than the bracket holds, and the two sides equal. A batch   ***
      *** that fails any of it is refused whole.                     ***
      ******************************************************************
       1000-READ-BATCH.

           MOVE ZERO TO WS-PST-LINE-COUNT WS-PST-DEBITS WS-PST-CREDITS.
           MOVE 'N'  TO WS-PST-BAD-BATCH WS-PST-BATCH-EOF.
           MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT.

           PERFORM UNTIL WS-PST-BATCH-EOF EQUAL 'S'

               READ FC-POSTBAT

               AT END
                   MOVE 'S' TO WS-PST-BATCH-EOF

               NOT AT END
                   PERFORM 1100-TAKE-LINE THRU 1100-TAKE-LINE-EXIT

               END-READ

           END-PERFORM.

           IF WS-PST-LINE-COUNT EQUAL ZERO
              GO TO 1000-READ-BATCH-EXIT
           END-IF.

           IF WS-PST-BAD-BATCH EQUAL 'Y'
              PERFORM 1900-MARK-ALL THRU 1900-MARK-ALL-EXIT
              GO TO 1000-READ-BATCH-EXIT
           END-IF.

           IF WS-PST-DEBITS NOT EQUAL WS-PST-CREDITS
              MOVE WS-REYDB-OUT-OF-BALANCE TO LS-REYDB-RESULT
              PERFORM 1900-MARK-ALL THRU 1900-MARK-ALL-EXIT
              GO TO 1000-READ-BATCH-EXIT
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       1000-READ-BATCH-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One batch line into the table, checked and added to its    ***
      *** side. A line past the hundredth is refused, not dropped.   ***
      ******************************************************************
       1100-TAKE-LINE.

           IF WS-PST-LINE-COUNT EQUAL 100
              MOVE 'Y' TO WS-PST-BAD-BATCH
              GO TO 1100-TAKE-LINE-EXIT
           END-IF.

           ADD 1 TO WS-PST-LINE-COUNT.
           MOVE WS-PST-LINE-COUNT TO WS-PST-LNO.

           MOVE FS-POSTBAT-ACCOUNT
             TO WS-PST-LINE-ACCOUNT (WS-PST-LNO).
           MOVE FS-POSTBAT-SIDE
             TO WS-PST-LINE-SIDE (WS-PST-LNO).
           MOVE FS-POSTBAT-NARRATIVE
             TO WS-PST-LINE-NARRATIVE (WS-PST-LNO).
           MOVE ZERO  TO WS-PST-LINE-AMOUNT (WS-PST-LNO)
                         WS-PST-LINE-AFTER (WS-PST-LNO).
           MOVE SPACE TO WS-PST-LINE-STATUS (WS-PST-LNO).

           IF FS-POSTBAT-ACCOUNT EQUAL SPACE
           OR FS-POSTBAT-AMOUNT NOT NUMERIC
           OR (NOT FS-POSTBAT-IS-DEBIT AND NOT FS-POSTBAT-IS-CREDIT)
              MOVE "INVALID LINE" TO WS-PST-LINE-STATUS (WS-PST-LNO)
              MOVE 'Y' TO WS-PST-BAD-BATCH
              GO TO 1100-TAKE-LINE-EXIT
           END-IF.

           IF FS-POSTBAT-AMOUNT EQUAL ZERO
              MOVE "ZERO AMOUNT" TO WS-PST-LINE-STATUS (WS-PST-LNO)
              MOVE 'Y' TO WS-PST-BAD-BATCH
              GO TO 1100-TAKE-LINE-EXIT
           END-IF.

           MOVE FS-POSTBAT-AMOUNT TO WS-PST-LINE-AMOUNT (WS-PST-LNO).

           IF FS-POSTBAT-IS-DEBIT
              ADD FS-POSTBAT-AMOUNT TO WS-PST-DEBITS
           ELSE
              ADD FS-POSTBAT-AMOUNT TO WS-PST-CREDITS
           END-IF.

       1100-TAKE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A refused batch - every line without a reason of its own   ***
      *** is listed NOT POSTED.                                      ***
      ******************************************************************
       1900-MARK-ALL.

           PERFORM VARYING WS-PST-LNO FROM 1 BY 1
                     UNTIL WS-PST-LNO GREATER THAN WS-PST-LINE-COUNT

               IF WS-PST-LINE-STATUS (WS-PST-LNO) EQUAL SPACE
                  MOVE "NOT POSTED"
                    TO WS-PST-LINE-STATUS (WS-PST-LNO)
               END-IF

           END-PERFORM.

       1900-MARK-ALL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The unit of work - REYDB_BEGIN, one REYDB_COMPUTE per line ***
      *** and REYDB_COMMIT. The first refused line stops the batch   ***
      *** and REYDB_ROLLBACK backs out every line that had landed;   ***
      *** a commit the bracket refuses is rolled back the same way.  ***
      ******************************************************************
       2000-POST-BATCH.

           CALL "REYDB_BEGIN" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-TX
           END-CALL.

           IF WS-REYDB-RESULT-TX NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-TX TO LS-REYDB-RESULT
              PERFORM 1900-MARK-ALL THRU 1900-MARK-ALL-EXIT
              GO TO 2000-POST-BATCH-EXIT
           END-IF.

           MOVE 'N' TO WS-PST-BROKEN.

           PERFORM 2100-POST-LINE THRU 2100-POST-LINE-EXIT
              VARYING WS-PST-LNO FROM 1 BY 1
                UNTIL WS-PST-LNO GREATER THAN WS-PST-LINE-COUNT
                   OR WS-PST-BROKEN EQUAL 'Y'.

           IF WS-PST-BROKEN NOT EQUAL 'Y'

              CALL "REYDB_COMMIT" USING LS-REYDB-DATABASE-NAME
                  RETURNING WS-REYDB-RESULT-TX
              END-CALL

              IF WS-REYDB-RESULT-TX EQUAL WS-REYDB-SUCCESS
                 MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
                 GO TO 2000-POST-BATCH-EXIT
              END-IF

              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

           END-IF.

           CALL "REYDB_ROLLBACK" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-TX
           END-CALL.

      *** Every line that had landed is backed out - what the
      *** listing says of it has to say so.
           PERFORM VARYING WS-PST-LNO FROM 1 BY 1
                     UNTIL WS-PST-LNO GREATER THAN WS-PST-LINE-COUNT

               EVALUATE WS-PST-LINE-STATUS (WS-PST-LNO)
                   WHEN "POSTED"
                       MOVE "ROLLED BACK"
                         TO WS-PST-LINE-STATUS (WS-PST-LNO)
                   WHEN SPACE
                       MOVE "NOT POSTED"
                         TO WS-PST-LINE-STATUS (WS-PST-LNO)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

           END-PERFORM.

       2000-POST-BATCH-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One line through REYDB_COMPUTE - a debit adds to the       ***
      *** account's balance, a credit takes from it.                 ***
      ******************************************************************
       2100-POST-LINE.

           IF WS-PST-LINE-SIDE (WS-PST-LNO) EQUAL 'D'
              MOVE WS-PST-LINE-AMOUNT (WS-PST-LNO) TO WS-PST-DELTA
           ELSE
              COMPUTE WS-PST-DELTA =
                      0 - WS-PST-LINE-AMOUNT (WS-PST-LNO)
           END-IF.

           CALL "REYDB_COMPUTE" USING
                    WS-PST-LINE-ACCOUNT (WS-PST-LNO)
                    WS-PST-BAL-OFFSET
                    WS-PST-BAL-LENGTH
                    WS-PST-DELTA
                    LS-REYDB-DATABASE-NAME
                    WS-PST-NEW-VALUE
               RETURNING WS-REYDB-RESULT-ACTION
           END-CALL.

           IF WS-REYDB-RESULT-ACTION NOT EQUAL WS-REYDB-SUCCESS

              CALL "REYDB_XLATE_RESULT" USING
                       WS-REYDB-RESULT-ACTION
                       WS-PST-LINE-STATUS (WS-PST-LNO)
                  RETURNING WS-REYDB-RESULT-XLATE
              END-CALL

              MOVE WS-REYDB-RESULT-ACTION TO LS-REYDB-RESULT
              MOVE 'Y' TO WS-PST-BROKEN
              GO TO 2100-POST-LINE-EXIT

           END-IF.

           MOVE WS-PST-NEW-VALUE TO WS-PST-LINE-AFTER (WS-PST-LNO).
           MOVE "POSTED"         TO WS-PST-LINE-STATUS (WS-PST-LNO).

       2100-POST-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The committed batch onto posting.jnl, one entry per line.  ***
      ******************************************************************
       3000-FILE-JOURNAL.

           PERFORM VARYING WS-PST-LNO FROM 1 BY 1
                     UNTIL WS-PST-LNO GREATER THAN WS-PST-LINE-COUNT

               MOVE LS-REYDB-DATABASE-NAME TO FS-POSTJRNL-DATABASE
               MOVE WS-PST-BATCH           TO FS-POSTJRNL-BATCH
               MOVE WS-PST-LNO        TO FS-POSTJRNL-LINE
               MOVE WS-PST-LINE-ACCOUNT (WS-PST-LNO)
                 TO FS-POSTJRNL-ACCOUNT
               MOVE WS-PST-LINE-SIDE (WS-PST-LNO)
                 TO FS-POSTJRNL-SIDE
               MOVE WS-PST-LINE-AMOUNT (WS-PST-LNO)
                 TO FS-POSTJRNL-AMOUNT
               MOVE WS-PST-LINE-AFTER (WS-PST-LNO)
                 TO FS-POSTJRNL-AFTER
               MOVE WS-PST-LINE-NARRATIVE (WS-PST-LNO)
                 TO FS-POSTJRNL-NARRATIVE
               MOVE WS-PST-STAMP           TO FS-POSTJRNL-TIMESTAMP
               MOVE WS-PST-USER            TO FS-POSTJRNL-USER

               WRITE FS-POSTJRNL-RECORD
                   INVALID KEY
                       MOVE "POSTED - JOURNAL WRITE FAILED"
                         TO WS-PST-LINE-STATUS (WS-PST-LNO)
               END-WRITE

           END-PERFORM.

       3000-FILE-JOURNAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The batch listing - one line per journal line, then the    ***
      *** batch's two sides.                                         ***
      ******************************************************************
       4000-LIST-BATCH.

           PERFORM VARYING WS-PST-LNO FROM 1 BY 1
                     UNTIL WS-PST-LNO GREATER THAN WS-PST-LINE-COUNT

               MOVE SPACE           TO FS-POSTRPT-RECORD
               MOVE WS-PST-LNO TO FS-POSTRPT-LINE
               MOVE WS-PST-LINE-ACCOUNT (WS-PST-LNO)
                 TO FS-POSTRPT-ACCOUNT
               MOVE WS-PST-LINE-SIDE (WS-PST-LNO)
                 TO FS-POSTRPT-SIDE
               MOVE WS-PST-LINE-STATUS (WS-PST-LNO)
                 TO FS-POSTRPT-STATUS

               MOVE WS-PST-LINE-AMOUNT (WS-PST-LNO) TO WS-PST-EDIT
               CALL "REYDB_AMOUNT_EDIT" USING WS-PST-EDIT
                                              WS-PST-BAL-SCALE
                                              FS-POSTRPT-AMOUNT
               END-CALL

               IF WS-PST-LINE-STATUS (WS-PST-LNO) (1:6)
                  EQUAL "POSTED"
                  MOVE WS-PST-LINE-AFTER (WS-PST-LNO)
                    TO WS-PST-EDIT
                  CALL "REYDB_AMOUNT_EDIT" USING WS-PST-EDIT
                                                 WS-PST-BAL-SCALE
                                                 FS-POSTRPT-AFTER
                  END-CALL
               END-IF

               WRITE FS-POSTRPT-RECORD

           END-PERFORM.

           MOVE SPACE      TO FS-POSTRPT-RECORD.
           MOVE "*DEBITS*" TO FS-POSTRPT-ACCOUNT.
           MOVE 'D'        TO FS-POSTRPT-SIDE.
           MOVE WS-PST-DEBITS TO WS-PST-EDIT.
           CALL "REYDB_AMOUNT_EDIT" USING WS-PST-EDIT
                                          WS-PST-BAL-SCALE
                                          FS-POSTRPT-AMOUNT
           END-CALL.
           MOVE WS-PST-BATCH TO FS-POSTRPT-STATUS.
           WRITE FS-POSTRPT-RECORD.

           MOVE SPACE       TO FS-POSTRPT-RECORD.
           MOVE "*CREDITS*" TO FS-POSTRPT-ACCOUNT.
           MOVE 'C'         TO FS-POSTRPT-SIDE.
           MOVE WS-PST-CREDITS TO WS-PST-EDIT.
           CALL "REYDB_AMOUNT_EDIT" USING WS-PST-EDIT
                                          WS-PST-BAL-SCALE
                                          FS-POSTRPT-AMOUNT
           END-CALL.

           IF WS-PST-DEBITS EQUAL WS-PST-CREDITS
              MOVE "BALANCED" TO FS-POSTRPT-STATUS
           ELSE
              MOVE "OUT OF BALANCE - BATCH REFUSED" TO FS-POSTRPT-STATUS
           END-IF.

           WRITE FS-POSTRPT-RECORD.

       4000-LIST-BATCH-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One account for the trial balance - deciphered under its   ***
      *** stamped generation, decompressed, its balance read and     ***
      *** listed in the column its sign puts it in.                  ***
      ******************************************************************
       5000-TRIAL-ROW.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-PST-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-PST-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-PST-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       LS-REYDB-DATABASE-NAME
                       FS-REYDB-KEY
                       WS-PST-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-PST-PLAIN
                                             WS-PST-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-PST-PLAIN
                                         WS-PST-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           MOVE SPACE        TO FS-TRIALRPT-RECORD.
           MOVE FS-REYDB-KEY TO FS-TRIALRPT-ACCOUNT.

           CALL "REYDB_AMOUNT" USING WS-PST-PLAIN
                                     WS-PST-BAL-OFFSET
                                     WS-PST-BAL-LENGTH
                                     WS-PST-BAL-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT NOT EQUAL WS-REYDB-SUCCESS
              MOVE "UNREADABLE" TO FS-TRIALRPT-STATUS
              ADD 1 TO WS-PST-UNREAD
              WRITE FS-TRIALRPT-RECORD
              GO TO 5000-TRIAL-ROW-EXIT
           END-IF.

           MOVE WS-AMOUNT-VALUE TO WS-PST-BALANCE.

           IF WS-PST-BALANCE LESS THAN ZERO
              COMPUTE WS-PST-EDIT = 0 - WS-PST-BALANCE
              ADD WS-PST-EDIT TO WS-PST-CREDITS
              CALL "REYDB_AMOUNT_EDIT" USING WS-PST-EDIT
                                             WS-PST-BAL-SCALE
                                             FS-TRIALRPT-CREDIT
              END-CALL
           ELSE
              MOVE WS-PST-BALANCE TO WS-PST-EDIT
              ADD WS-PST-EDIT TO WS-PST-DEBITS
              CALL "REYDB_AMOUNT_EDIT" USING WS-PST-EDIT
                                             WS-PST-BAL-SCALE
                                             FS-TRIALRPT-DEBIT
              END-CALL
           END-IF.

           WRITE FS-TRIALRPT-RECORD.

       5000-TRIAL-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-POSTBAT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-POSTJRNL-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-POSTRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-TRIALRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
