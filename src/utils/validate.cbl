      *** Author:  Reymon Dev         ***
      *** File:    validate.cbl       ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** status is written to validate.rpt along with the key it     ***
      *** was read under, so a pre-close health check is a report     ***
      *** instead of waiting for a job to trip over a bad status.     ***
      *** A file that mixes record types also has every row's type    ***
      *** value checked against the dictionary's declared values.     ***
      ******************************************************************

      ******************************************************************

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-diag.cpy".

      *** This program's name as the run-log carries it.
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_VALIDATE".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-pacing.cpy".
       COPY "data/working/reydb-owner.cpy".
       COPY "data/working/reydb-rectype.cpy".

      *** Plaintext copy of the row in hand for the checksum verify -
      *** the stored figure covers the content as the caller wrote
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.
                 THRU 0100-READ-CHECKPOINT-EXIT
           END-IF.

      *** A file that mixes record types has each row's type value
      *** checked against the values the dictionary declares.
           CALL "REYDB_DICT_RECTYPES" USING LS-REYDB-DATABASE-NAME
                                            WS-RECTYPE-TABLE
               RETURNING WS-REYDB-RESULT-RECTYPE
           END-CALL.

           IF WS-REYDB-RESULT-RECTYPE EQUAL WS-REYDB-SUCCESS
              MOVE 'Y' TO WS-RECTYPE-ACTIVE
           END-IF.

           OPEN INPUT  FC-REYDB.

           IF WS-SWEEPCHK-RESUMING EQUAL 'Y'
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
           END-IF.

      *** A bad result leaves a diagnostic snapshot behind first.
           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT
           END-IF.

      *** The run-log's closing bracket - the final result, and the
      *** operator alert when it is a bad one.
           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
                                          LS-REYDB-RECORD-COUNT
                                          LS-REYDB-ERROR-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME
           END-IF.
                 THRU 0200-WRITE-CHECKPOINT-EXIT
           END-IF.

      *** A type value no layout is declared for - the row can only
      *** be read by the base layout, which is not what it holds.
           IF WS-RECTYPE-IS-ACTIVE
              CALL "REYDB_DICT_PICK" USING
                  WS-RECTYPE-TABLE WS-VALIDATE-CONTENT
                  WS-RECTYPE-ROW-COUNT WS-RECTYPE-ROW-LAYOUT
                  WS-RECTYPE-ROW-NAMES WS-RECTYPE-ROW-TYPES
                  RETURNING WS-REYDB-RESULT-RECTYPE
              END-CALL

              IF WS-REYDB-RESULT-RECTYPE EQUAL WS-REYDB-NOT-FOUND
                 ADD 1 TO WS-VALIDATE-ERROR-COUNT
                 MOVE FS-REYDB-KEY         TO FS-VALIDATE-KEY
                 MOVE WS-REYDB-FILE-STATUS TO FS-VALIDATE-STATUS
                 MOVE "UNDECLARED RECORD TYPE VALUE"
                   TO FS-VALIDATE-REASON
                 WRITE FS-VALIDATE-RECORD

                 PERFORM 0200-WRITE-CHECKPOINT
                    THRU 0200-WRITE-CHECKPOINT-EXIT
              END-IF
           END-IF.

       0300-VERIFY-CHECKSUM-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-VALIDATE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The diagnostic snapshot a bad result leaves behind - the   ***
      *** last key walked, the database, report and checkpoint       ***
      *** files' statuses, the counts and the restart asked for.     ***
      ******************************************************************
       9900-DIAG-SNAP.

           MOVE LS-REYDB-DATABASE-NAME TO WS-DIAG-DATABASE.
           MOVE LS-REYDB-RESULT        TO WS-DIAG-RESULT.
           MOVE FS-REYDB-KEY           TO WS-DIAG-LAST-KEY.

           MOVE WS-REYDB-DATABASE-NAME  TO WS-DIAG-OPEN-NAME (1).
           MOVE WS-REYDB-FILE-STATUS    TO WS-DIAG-OPEN-STATUS (1).
           MOVE WS-VALIDATE-FILE-NAME   TO WS-DIAG-OPEN-NAME (2).
           MOVE WS-VALIDATE-FILE-STATUS TO WS-DIAG-OPEN-STATUS (2).
           MOVE WS-SWEEPCHK-NAME        TO WS-DIAG-OPEN-NAME (3).
           MOVE WS-SWEEPCHK-FILE-STATUS TO WS-DIAG-OPEN-STATUS (3).

           MOVE WS-REYDB-RECORD-COUNT   TO WS-DIAG-READ.
           MOVE WS-VALIDATE-ERROR-COUNT TO WS-DIAG-REJECTED.
           MOVE WS-SWEEPCHK-KEY         TO WS-DIAG-CHECKPOINT.

           STRING "RESTART "       DELIMITED BY SIZE
                  LS-REYDB-RESTART DELIMITED BY SIZE
             INTO WS-DIAG-PARMS
           END-STRING.

           CALL "REYDB_DIAG" USING WS-RUNLOG-PROGRAM
                                   WS-DIAG-DETAIL
               RETURNING WS-REYDB-RESULT-DIAG
           END-CALL.

       9900-DIAG-SNAP-EXIT.
           EXIT.
      ******************************************************************
