      *** Author:  Reymon Dev         ***
      *** File:    unload.cbl         ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-diag.cpy".

      *** This program's name as the run-log carries it.
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_UNLOAD".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-gdg.cpy".

      *** Result of the CALL to REYDB_DECRYPT.
       77 WS-REYDB-RESULT-CIPHER PIC 9(18) VALUE ZERO.
                INTO WS-EXTRACT-DATABASE-NAME
           END-IF.

      *** An extract put under generations writes its next one -
      *** the fixed name otherwise, exactly as before.
           MOVE WS-EXTRACT-DATABASE-NAME TO WS-GDG-BASE-NAME.
           CALL "REYDB_GDG_NEXT" USING WS-GDG-BASE-NAME
                                       WS-EXTRACT-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-GDG
           END-CALL.

      *** The common run-log's opening bracket - the first question
      *** in every incident is what ran, and this answers it.
           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
           OPEN INPUT  FC-REYDB. *> Read in primary key order
           OPEN OUTPUT FC-EXTRACT.

      *** A database that will not open is a failed run, not an
      *** empty extract.
           IF WS-REYDB-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-EXTRACT
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT
              CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
                                        LS-REYDB-DATABASE-NAME
                                        WS-RUNLOG-PHASE-END
                                        LS-REYDB-RESULT
                                        WS-RUNLOG-ZERO
                  RETURNING WS-REYDB-RESULT-RUNLOG
              END-CALL
              GOBACK
           END-IF.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The diagnostic snapshot a bad result leaves behind - the   ***
      *** last key read, both files' statuses and the count so far.  ***
      ******************************************************************
       9900-DIAG-SNAP.

           MOVE LS-REYDB-DATABASE-NAME TO WS-DIAG-DATABASE.
           MOVE LS-REYDB-RESULT        TO WS-DIAG-RESULT.
           MOVE FS-REYDB-KEY           TO WS-DIAG-LAST-KEY.

           MOVE WS-REYDB-DATABASE-NAME   TO WS-DIAG-OPEN-NAME (1).
           MOVE WS-REYDB-FILE-STATUS     TO WS-DIAG-OPEN-STATUS (1).
           MOVE WS-EXTRACT-DATABASE-NAME TO WS-DIAG-OPEN-NAME (2).
           MOVE WS-EXTRACT-FILE-STATUS   TO WS-DIAG-OPEN-STATUS (2).

           MOVE WS-REYDB-RECORD-COUNT TO WS-DIAG-READ.
           MOVE WS-REYDB-RECORD-COUNT TO WS-DIAG-WRITTEN.

           STRING "UNLOAD TO "             DELIMITED BY SIZE
                  WS-EXTRACT-DATABASE-NAME DELIMITED BY SPACE
             INTO WS-DIAG-PARMS
           END-STRING.

           CALL "REYDB_DIAG" USING WS-RUNLOG-PROGRAM
                                   WS-DIAG-DETAIL
               RETURNING WS-REYDB-RESULT-DIAG
           END-CALL.

       9900-DIAG-SNAP-EXIT.
           EXIT.
      ******************************************************************
