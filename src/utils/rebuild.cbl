      *** Author:  Reymon Dev         ***
      *** File:    rebuild.cbl        ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-diag.cpy".

      *** This program's name as the run-log carries it.
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_REBUILD".
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
              MOVE SPACE TO WS-EXTRACT-DATABASE-NAME

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT

      *** The run history's closing bracket even here - a refused
      *** gate is a completed (if empty) run, not the interrupted
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

      *** A bad result leaves a diagnostic snapshot behind first.
           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT
           END-IF.

      *** The run-log's closing bracket - the final result, and the
      *** operator alert when it is a bad one.
           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM

           GOBACK.
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
      *** last key unloaded, the live, work and stage files'         ***
      *** statuses and the row count.                                ***
      ******************************************************************
       9900-DIAG-SNAP.

           MOVE LS-REYDB-DATABASE-NAME TO WS-DIAG-DATABASE.
           MOVE LS-REYDB-RESULT        TO WS-DIAG-RESULT.
           MOVE FS-EXTRACT-KEY         TO WS-DIAG-LAST-KEY.

           MOVE WS-REYDB-DATABASE-NAME   TO WS-DIAG-OPEN-NAME (1).
           MOVE WS-REYDB-FILE-STATUS     TO WS-DIAG-OPEN-STATUS (1).
           MOVE WS-EXTRACT-DATABASE-NAME TO WS-DIAG-OPEN-NAME (2).
           MOVE WS-EXTRACT-FILE-STATUS   TO WS-DIAG-OPEN-STATUS (2).
           MOVE WS-STAGE-FILE-NAME       TO WS-DIAG-OPEN-NAME (3).
           MOVE WS-STAGE-FILE-STATUS     TO WS-DIAG-OPEN-STATUS (3).

           MOVE WS-REYDB-RECORD-COUNT TO WS-DIAG-READ.
           MOVE WS-REYDB-RECORD-COUNT TO WS-DIAG-WRITTEN.

           MOVE "REBUILD IN PLACE" TO WS-DIAG-PARMS.

           CALL "REYDB_DIAG" USING WS-RUNLOG-PROGRAM
                                   WS-DIAG-DETAIL
               RETURNING WS-REYDB-RESULT-DIAG
           END-CALL.

       9900-DIAG-SNAP-EXIT.
           EXIT.
      ******************************************************************
