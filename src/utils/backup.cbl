      *** Author:  Reymon Dev         ***
      *** File:    backup.cbl         ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-diag.cpy".

      *** This program's name as the run-log carries it.
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_BACKUP".

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT

      *** The run history's closing bracket even here - a refused
      *** gate is a completed (if empty) run, not the interrupted

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The diagnostic snapshot a bad result leaves behind - the   ***
      *** last key copied, both files' statuses and the count so     ***
      *** far.                                                       ***
      ******************************************************************
       9900-DIAG-SNAP.

           MOVE LS-REYDB-DATABASE-NAME TO WS-DIAG-DATABASE.
           MOVE LS-REYDB-RESULT        TO WS-DIAG-RESULT.
           MOVE FS-BACKUP-KEY          TO WS-DIAG-LAST-KEY.

           MOVE WS-REYDB-DATABASE-NAME  TO WS-DIAG-OPEN-NAME (1).
           MOVE WS-REYDB-FILE-STATUS    TO WS-DIAG-OPEN-STATUS (1).
           MOVE WS-BACKUP-DATABASE-NAME TO WS-DIAG-OPEN-NAME (2).
           MOVE WS-BACKUP-FILE-STATUS   TO WS-DIAG-OPEN-STATUS (2).

           MOVE WS-REYDB-RECORD-COUNT TO WS-DIAG-READ.
           MOVE WS-REYDB-RECORD-COUNT TO WS-DIAG-WRITTEN.

           STRING "BACKUP TO "            DELIMITED BY SIZE
                  WS-BACKUP-DATABASE-NAME DELIMITED BY SPACE
             INTO WS-DIAG-PARMS
           END-STRING.

           CALL "REYDB_DIAG" USING WS-RUNLOG-PROGRAM
                                   WS-DIAG-DETAIL
               RETURNING WS-REYDB-RESULT-DIAG
           END-CALL.

       9900-DIAG-SNAP-EXIT.
           EXIT.
      ******************************************************************
