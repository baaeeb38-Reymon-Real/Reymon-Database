      *** Author:  Reymon Dev         ***
      *** File:    purge.cbl          ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_PURGE".
       COPY "data/working/reydb-utilauth.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-diag.cpy".

      *** This program's name as the run-log carries it.
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_PURGE".
       COPY "data/working/reydb-sweepchk.cpy".
       COPY "data/working/reydb-hold.cpy".
       COPY "data/working/reydb-owner.cpy".
       COPY "data/working/reydb-retire.cpy".

      *** The caller's cutoff, taken exactly as keyed - a
      *** destruction boundary never rolls forward; scheduling a
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** May the signed-on user run this utility at all - the
      *** utility authority file answers before anything else runs.
           CALL "REYDB_UTILAUTH" USING WS-UTIL-PURGE
                                       LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-UTILAUTH
           END-CALL.

           IF WS-REYDB-RESULT-UTILAUTH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-UTILITY
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.
           END-CALL.

           IF WS-REYDB-RESULT-AUTH NOT EQUAL WS-REYDB-SUCCESS
              IF WS-REYDB-RESULT-AUTH EQUAL WS-REYDB-NOT-AUTHORIZED
                 CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                                  WS-SECJRNL-PROGRAM
                                                  LS-REYDB-DATABASE-NAME
                                                  WS-SECJRNL-NO-KEY
                                                  WS-SECJRNL-ACCESS
                     RETURNING WS-REYDB-RESULT-SECJRNL
                 END-CALL
              END-IF
              MOVE WS-REYDB-RESULT-AUTH TO LS-REYDB-RESULT
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT

      *** The run history's closing bracket even here - a refused
      *** gate is a completed (if empty) run, not the interrupted

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT

      *** The run history's closing bracket even here - a refused
      *** gate is a completed (if empty) run, not the interrupted
                 THRU 0100-READ-CHECKPOINT-EXIT
           END-IF.

           MOVE "PURGE" TO WS-RETIRE-HOW.

           OPEN INPUT  FC-REYDB.

           IF WS-SWEEPCHK-RESUMING EQUAL 'Y'
                          WS-PURGE-CUTOFF
                      AND WS-HOLD-IS-HELD NOT EQUAL 'Y'
                      ADD 1 TO WS-PURGE-COUNT

      *** Physically gone now - its quarantine runs from today.
                      CALL "REYDB_RETIRE" USING LS-REYDB-DATABASE-NAME
                                                FS-REYDB-KEY
                                                WS-RETIRE-HOW
                          RETURNING WS-REYDB-RESULT-RETIRE
                      END-CALL
                   ELSE
                      MOVE FS-REYDB-KEY    TO FS-STAGE-KEY
                      MOVE FS-REYDB-BUFFER TO FS-STAGE-BUFFER
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

      *** A bad result leaves a diagnostic snapshot behind first.
           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT
           END-IF.

      *** The run-log's closing bracket - the final result, and the
      *** operator alert when it is a bad one.
           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
       0200-WRITE-CHECKPOINT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-STAGE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The diagnostic snapshot a bad result leaves behind - the   ***
      *** last key read, the live, stage and checkpoint files'       ***
      *** statuses, the counts, the checkpoint key and the cut-off.  ***
      ******************************************************************
       9900-DIAG-SNAP.

           MOVE LS-REYDB-DATABASE-NAME TO WS-DIAG-DATABASE.
           MOVE LS-REYDB-RESULT        TO WS-DIAG-RESULT.
           MOVE FS-REYDB-KEY           TO WS-DIAG-LAST-KEY.

           MOVE WS-REYDB-DATABASE-NAME  TO WS-DIAG-OPEN-NAME (1).
           MOVE WS-REYDB-FILE-STATUS    TO WS-DIAG-OPEN-STATUS (1).
           MOVE WS-STAGE-FILE-NAME      TO WS-DIAG-OPEN-NAME (2).
           MOVE WS-STAGE-FILE-STATUS    TO WS-DIAG-OPEN-STATUS (2).
           MOVE WS-SWEEPCHK-NAME        TO WS-DIAG-OPEN-NAME (3).
           MOVE WS-SWEEPCHK-FILE-STATUS TO WS-DIAG-OPEN-STATUS (3).

           MOVE WS-REYDB-RECORD-COUNT TO WS-DIAG-READ.
           MOVE WS-PURGE-COUNT        TO WS-DIAG-REJECTED.
           SUBTRACT WS-PURGE-COUNT FROM WS-REYDB-RECORD-COUNT
               GIVING WS-DIAG-WRITTEN
           END-SUBTRACT.
           MOVE WS-SWEEPCHK-KEY TO WS-DIAG-CHECKPOINT.

           STRING "PURGE BEFORE "       DELIMITED BY SIZE
                  LS-REYDB-PURGE-BEFORE DELIMITED BY SIZE
                  " RESTART "           DELIMITED BY SIZE
                  LS-REYDB-RESTART      DELIMITED BY SIZE
             INTO WS-DIAG-PARMS
           END-STRING.

           CALL "REYDB_DIAG" USING WS-RUNLOG-PROGRAM
                                   WS-DIAG-DETAIL
               RETURNING WS-REYDB-RESULT-DIAG
           END-CALL.

       9900-DIAG-SNAP-EXIT.
           EXIT.
      ******************************************************************
