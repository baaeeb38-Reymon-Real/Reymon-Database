      *** Author:  Reymon Dev         ***
      *** File:    massupd.cbl       ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-massupd.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-trigger.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-diag.cpy".

      *** This program's name on the common run-log.
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_UPDATE_WHERE".

      *** The dictionary layout the assignment names resolve
      *** against.
       77 WS-UPD-SLICE    PIC X(32) VALUE SPACE.
       77 WS-UPD-LITERAL  PIC X(32) VALUE SPACE.

      *** A CONTAINS-WORD literal's word - the run up to its first
      *** blank, clipped to the word index's 16-byte column.
       77 WS-UPD-WORD     PIC X(16) VALUE SPACE.
       77 WS-UPD-WORD-LEN PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-UPD-WORD-POS PIC 9(02) COMP-5 VALUE ZERO.

      *** The row's words, tokenized the way REYDB_SELECT and
      *** REYDB_WINDEX do it - blank-separated runs, two bytes or
      *** more, fifty to a row.
       77 WS-UPD-TOK-POS   PIC 9(04) COMP-5 VALUE 1.
       77 WS-UPD-TOK-START PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-UPD-TOK-LEN   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-UPD-TOK-WORD  PIC X(16) VALUE SPACE.
       77 WS-UPD-TOK-WORDS PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-UPD-SCANNING  PIC X(01) VALUE 'N'.

      *** One wave's matches, collected under the shared hold,
      *** patched and waiting for the rewrite pass.
       77 WS-UPD-MATCH-COUNT PIC 9(04) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** No predicates would update every row, and no assignments
      *** would update nothing - both are keying mistakes.
           IF LS-REYDB-PREDICATE-COUNT EQUAL ZERO
           MOVE 'N'   TO WS-UPD-BROKEN.
           MOVE 'Y'   TO WS-UPD-MORE.

      *** The run-log's opening bracket - it also opens the run
      *** identifier every rewrite below is stamped with on the
      *** trail, so a wrong update can be backed out on its own.
           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
                                     LS-REYDB-DATABASE-NAME
                                     WS-RUNLOG-PHASE-START
                                     WS-REYDB-RESULT-RUNLOG
                                     WS-RUNLOG-ZERO
               RETURNING WS-REYDB-RESULT-RUNLOG
           END-CALL.

           OPEN OUTPUT FC-MASSUPD.

      *** Wave after wave until the walk reaches EOF - each wave
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-IF.

      *** A bad result leaves a diagnostic snapshot behind first.
           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT
           END-IF.

           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
                                     LS-REYDB-DATABASE-NAME
                                     WS-RUNLOG-PHASE-END
                                     LS-REYDB-RESULT
                                     WS-UPD-CHANGED-COUNT
               RETURNING WS-REYDB-RESULT-RUNLOG
           END-CALL.

           GOBACK.
      ******************************************************************


      ******************************************************************
      *** One predicate against the plaintext - slice out the       ***
      *** field, clip the literal to the same width, compare. The   ***
      *** reserved offsets slice the row's key or its updated stamp ***
      *** instead, and CW looks for the literal among the row's     ***
      *** words - exactly as REYDB_SELECT reads the same table.     ***
      ******************************************************************
       1200-EVALUATE-ONE.

           MOVE 'N' TO WS-UPD-ONE.

           IF LS-REYDB-PRED-COMPARE (WS-UPD-PRED-IDX) EQUAL "CW"
              PERFORM 1300-CONTAINS-WORD THRU 1300-CONTAINS-WORD-EXIT
              GO TO 1200-EVALUATE-ONE-EXIT
           END-IF.

           MOVE SPACE TO WS-UPD-SLICE WS-UPD-LITERAL.

           EVALUATE TRUE
               WHEN LS-REYDB-PRED-ON-KEY (WS-UPD-PRED-IDX)
                   IF LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX)
                      EQUAL ZERO
                   OR LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX)
                      GREATER THAN 18
                      GO TO 1200-EVALUATE-ONE-EXIT
                   END-IF
                   MOVE FS-REYDB-KEY
                        (1 : LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX))
                     TO WS-UPD-SLICE
                        (1 : LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX))
               WHEN LS-REYDB-PRED-ON-UPDATED (WS-UPD-PRED-IDX)
                   IF LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX)
                      EQUAL ZERO
                   OR LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX)
                      GREATER THAN 16
                      GO TO 1200-EVALUATE-ONE-EXIT
                   END-IF
                   MOVE FS-REYDB-UPDATED-TS
                        (1 : LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX))
                     TO WS-UPD-SLICE
                        (1 : LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX))
               WHEN OTHER
                   IF LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX)
                      EQUAL ZERO
                   OR LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX)
                      GREATER THAN 32
                   OR LS-REYDB-PRED-OFFSET (WS-UPD-PRED-IDX)
                      EQUAL ZERO
                   OR LS-REYDB-PRED-OFFSET (WS-UPD-PRED-IDX)
                      + LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX) - 1
                      GREATER THAN 471
                      GO TO 1200-EVALUATE-ONE-EXIT
                   END-IF
                   MOVE WS-UPD-PLAIN
                        (LS-REYDB-PRED-OFFSET (WS-UPD-PRED-IDX) :
                         LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX))
                     TO WS-UPD-SLICE
                        (1 : LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX))
           END-EVALUATE.

           MOVE LS-REYDB-PRED-VALUE (WS-UPD-PRED-IDX)
                (1 : LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX))
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Contains-word - the literal's word against the row's       ***
      *** words, tokenized the way REYDB_WINDEX files them, so this  ***
      *** says yes to exactly the rows REYDB_SELECT's CW does. The   ***
      *** word has to lie wholly inside the predicate's slice;       ***
      *** offset 1 length 471 is the whole content.                  ***
      ******************************************************************
       1300-CONTAINS-WORD.

           IF LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX) EQUAL ZERO
           OR LS-REYDB-PRED-OFFSET (WS-UPD-PRED-IDX) EQUAL ZERO
           OR LS-REYDB-PRED-OFFSET (WS-UPD-PRED-IDX)
              + LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX) - 1
              GREATER THAN 471
              GO TO 1300-CONTAINS-WORD-EXIT
           END-IF.

           PERFORM 1330-LITERAL-WORD THRU 1330-LITERAL-WORD-EXIT.

           IF WS-UPD-WORD-LEN LESS THAN 2
              GO TO 1300-CONTAINS-WORD-EXIT
           END-IF.

           MOVE 1    TO WS-UPD-TOK-POS.
           MOVE ZERO TO WS-UPD-TOK-WORDS.
           MOVE 'Y'  TO WS-UPD-SCANNING.

           PERFORM UNTIL WS-UPD-SCANNING EQUAL 'N'
                      OR WS-UPD-TOK-WORDS NOT LESS THAN 50

               PERFORM 1310-NEXT-WORD THRU 1310-NEXT-WORD-EXIT

               IF WS-UPD-TOK-LEN EQUAL ZERO
                  MOVE 'N' TO WS-UPD-SCANNING
               ELSE
                  IF WS-UPD-TOK-LEN GREATER THAN 1
                     ADD 1 TO WS-UPD-TOK-WORDS
                     IF WS-UPD-TOK-WORD EQUAL WS-UPD-WORD
                        AND WS-UPD-TOK-START NOT LESS THAN
                            LS-REYDB-PRED-OFFSET (WS-UPD-PRED-IDX)
                        AND WS-UPD-TOK-START + WS-UPD-TOK-LEN
                            NOT GREATER THAN
                            LS-REYDB-PRED-OFFSET (WS-UPD-PRED-IDX)
                            + LS-REYDB-PRED-LENGTH (WS-UPD-PRED-IDX)
                        MOVE 'Y' TO WS-UPD-ONE
                        MOVE 'N' TO WS-UPD-SCANNING
                     END-IF
                  END-IF
               END-IF

           END-PERFORM.

       1300-CONTAINS-WORD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The next blank-separated run of the plaintext - where it   ***
      *** starts, its full length (zero at the end), and its first   ***
      *** sixteen bytes.                                             ***
      ******************************************************************
       1310-NEXT-WORD.

           MOVE SPACE TO WS-UPD-TOK-WORD.
           MOVE ZERO  TO WS-UPD-TOK-LEN.

           PERFORM UNTIL WS-UPD-TOK-POS GREATER THAN 471
                      OR WS-UPD-PLAIN (WS-UPD-TOK-POS:1)
                         NOT EQUAL SPACE
               ADD 1 TO WS-UPD-TOK-POS
           END-PERFORM.

           MOVE WS-UPD-TOK-POS TO WS-UPD-TOK-START.

           PERFORM UNTIL WS-UPD-TOK-POS GREATER THAN 471
                      OR WS-UPD-PLAIN (WS-UPD-TOK-POS:1)
                         EQUAL SPACE
               ADD 1 TO WS-UPD-TOK-LEN
               IF WS-UPD-TOK-LEN NOT GREATER THAN 16
                  MOVE WS-UPD-PLAIN (WS-UPD-TOK-POS:1)
                    TO WS-UPD-TOK-WORD (WS-UPD-TOK-LEN:1)
               END-IF
               ADD 1 TO WS-UPD-TOK-POS
           END-PERFORM.

       1310-NEXT-WORD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A CW literal's word - the run up to its first blank,       ***
      *** clipped to the word index's sixteen bytes. Fewer than two  ***
      *** bytes is no word the index would ever have filed.          ***
      ******************************************************************
       1330-LITERAL-WORD.

           MOVE SPACE TO WS-UPD-WORD.
           MOVE ZERO  TO WS-UPD-WORD-LEN.

           PERFORM VARYING WS-UPD-WORD-POS FROM 1 BY 1
                     UNTIL WS-UPD-WORD-POS GREATER THAN 16
                        OR LS-REYDB-PRED-VALUE (WS-UPD-PRED-IDX)
                           (WS-UPD-WORD-POS:1) EQUAL SPACE
               ADD 1 TO WS-UPD-WORD-LEN
           END-PERFORM.

           IF WS-UPD-WORD-LEN GREATER THAN ZERO
              MOVE LS-REYDB-PRED-VALUE (WS-UPD-PRED-IDX)
                   (1:WS-UPD-WORD-LEN)
                TO WS-UPD-WORD
           END-IF.

       1330-LITERAL-WORD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The rewrite pass - each collected row through             ***
      *** REYDB_REWRITE, one changed-rows line each.                ***
       3000-APPLY-CHANGES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-MASSUPD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The diagnostic snapshot a bad result leaves behind - the   ***
      *** key the walk would resume from, both files' statuses, the  ***
      *** counts and the shape of the update asked for.              ***
      ******************************************************************
       9900-DIAG-SNAP.

           MOVE LS-REYDB-DATABASE-NAME TO WS-DIAG-DATABASE.
           MOVE LS-REYDB-RESULT        TO WS-DIAG-RESULT.
           MOVE FS-REYDB-KEY           TO WS-DIAG-LAST-KEY.

           MOVE WS-REYDB-DATABASE-NAME TO WS-DIAG-OPEN-NAME (1).
           MOVE WS-REYDB-FILE-STATUS   TO WS-DIAG-OPEN-STATUS (1).
           MOVE WS-MASSUPD-FILE-NAME   TO WS-DIAG-OPEN-NAME (2).
           MOVE WS-MASSUPD-FILE-STATUS TO WS-DIAG-OPEN-STATUS (2).

           MOVE WS-REYDB-RECORD-COUNT TO WS-DIAG-READ.
           MOVE WS-UPD-CHANGED-COUNT  TO WS-DIAG-WRITTEN.
           SUBTRACT WS-UPD-CHANGED-COUNT FROM WS-UPD-TOTAL-MATCH
               GIVING WS-DIAG-REJECTED
           END-SUBTRACT.
           MOVE WS-UPD-RESUME-KEY TO WS-DIAG-CHECKPOINT.

           MOVE LS-REYDB-PREDICATE-COUNT TO WS-DIAG-NUMBER.
           STRING "PREDICATES "  DELIMITED BY SIZE
                  WS-DIAG-NUMBER DELIMITED BY SIZE
                  " DRY RUN "    DELIMITED BY SIZE
                  LS-UPD-DRY-RUN DELIMITED BY SIZE
             INTO WS-DIAG-PARMS
           END-STRING.

           CALL "REYDB_DIAG" USING WS-RUNLOG-PROGRAM
                                   WS-DIAG-DETAIL
               RETURNING WS-REYDB-RESULT-DIAG
           END-CALL.

       9900-DIAG-SNAP-EXIT.
           EXIT.
      ******************************************************************
