      *** Author:  Reymon Dev         ***
      *** File:    sort.cbl           ***
      *** Date:    April 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-diag.cpy".

      *** This program's name as the run-log carries it.
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_SORT".
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N' TO WS-REYDB-EOF.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.
           MOVE ZERO TO WS-SORT-ROW-COUNT.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT

      *** The run history's closing bracket even here - a refused
      *** gate is a completed (if empty) run, not the interrupted

           MOVE WS-SORT-ROW-COUNT TO LS-REYDB-ROW-COUNT.

      *** A bad result leaves a diagnostic snapshot behind first.
           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT
           END-IF.

      *** The run-log's closing bracket - the final result, and the
      *** operator alert when it is a bad one.
           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
       3000-COPY-TEMP-TO-STAGE-EXIT.
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

           CALL "REYDB_ENV_NAME" USING WS-TEMP-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-STAGE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The diagnostic snapshot a bad result leaves behind - the   ***
      *** last key read, the live, temporal and stage files'         ***
      *** statuses, the row count and the sort options asked for.    ***
      ******************************************************************
       9900-DIAG-SNAP.

           MOVE LS-REYDB-DATABASE-NAME TO WS-DIAG-DATABASE.
           MOVE LS-REYDB-RESULT        TO WS-DIAG-RESULT.
           MOVE FS-REYDB-KEY           TO WS-DIAG-LAST-KEY.

           MOVE WS-REYDB-DATABASE-NAME TO WS-DIAG-OPEN-NAME (1).
           MOVE WS-REYDB-FILE-STATUS   TO WS-DIAG-OPEN-STATUS (1).
           MOVE WS-TEMP-FILE-NAME      TO WS-DIAG-OPEN-NAME (2).
           MOVE WS-TEMP-FILE-STATUS    TO WS-DIAG-OPEN-STATUS (2).
           MOVE WS-STAGE-FILE-NAME     TO WS-DIAG-OPEN-NAME (3).
           MOVE WS-STAGE-FILE-STATUS   TO WS-DIAG-OPEN-STATUS (3).

           MOVE WS-SORT-ROW-COUNT TO WS-DIAG-READ.

           MOVE WS-SORT-OFFSET TO WS-DIAG-NUMBER.
           STRING "DIRECTION "      DELIMITED BY SIZE
                  WS-SORT-DIRECTION DELIMITED BY SIZE
                  " OFFSET "        DELIMITED BY SIZE
                  WS-DIAG-NUMBER    DELIMITED BY SIZE
             INTO WS-DIAG-PARMS
           END-STRING.

           CALL "REYDB_DIAG" USING WS-RUNLOG-PROGRAM
                                   WS-DIAG-DETAIL
               RETURNING WS-REYDB-RESULT-DIAG
           END-CALL.

       9900-DIAG-SNAP-EXIT.
           EXIT.
      ******************************************************************
