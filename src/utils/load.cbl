      *** Author:  Reymon Dev         ***
      *** File:    load.cbl           ***
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
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_LOAD".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-gdg.cpy".
       COPY "data/working/reydb-lineage.cpy".
       COPY "data/working/reydb-checkpoint.cpy".
       COPY "data/working/reydb-trigger.cpy".
       COPY "data/working/reydb-feedmap.cpy".

      *** Set once the extract row being read is past the last key
      *** the checkpoint says was already loaded - everything before
      *** that point is skipped rather than re-added.
       77 WS-LOAD-SKIPPING PIC X(01) VALUE 'N'.

      *** Set when REYDB_ADD answers NO-SPACE - a storage quota's
      *** hard limit, or the last extent full - and the run stops.
       77 WS-LOAD-NO-SPACE PIC X(01) VALUE 'N'.

      *** Set when a mapped feed's line would not go through its
      *** spec's transforms - it is on the reject report already.
       77 WS-LOAD-MAP-FAILED PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
      *** abended run instead of reloading the extract from the top.
      *** No checkpoint on disk is treated the same as 'N'.
       77 LS-REYDB-RESTART      PIC X(01) VALUE 'N'.

      *** The partner feed's mapping spec on feedmap.map, for a
      *** file that arrives in the partner's own layout.
       77 LS-REYDB-FEED-SPEC    PIC X(08) VALUE SPACE.
      ******************************************************************

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** An extract already in our layout - no mapping spec.
           MOVE SPACE TO WS-FEEDMAP-SPEC.

           PERFORM 0500-LOAD-RUN THRU 0500-LOAD-RUN-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - the same load of a partner's fixed-   ***
      *** position file, each line made into a row by its feed's     ***
      *** mapping spec (REYDB_FEEDMAP) before REYDB_ADD sees it. A   ***
      *** line whose transform fails goes on the reject report with  ***
      *** the field and the reason.                                  ***
      ******************************************************************
       ENTRY "REYDB_LOAD_MAPPED" USING LS-REYDB-DATABASE-NAME
                                       LS-REYDB-FEED-SPEC
                                       LS-REYDB-LOAD-COUNT
                                       LS-REYDB-REJECT-COUNT
                                       LS-REYDB-RESTART.

           MOVE LS-REYDB-FEED-SPEC TO WS-FEEDMAP-SPEC.

           PERFORM 0500-LOAD-RUN THRU 0500-LOAD-RUN-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** One load run - the extract, or the mapped partner file,    ***
      *** through REYDB_ADD a row at a time.                         ***
      ******************************************************************
       0500-LOAD-RUN.

      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME *> at a different database
                TO WS-REYDB-DATABASE-NAME
                INTO WS-EXTRACT-DATABASE-NAME
           END-IF.

      *** A mapped feed's spec is read and resolved once, up front -
      *** one that will not resolve loads nothing at all.
           IF WS-FEEDMAP-SPEC NOT EQUAL SPACE
              CALL "REYDB_FEEDMAP" USING LS-REYDB-DATABASE-NAME
                                         WS-FEEDMAP-SPEC
                                         WS-FEEDMAP-TABLE
                  RETURNING WS-REYDB-RESULT-FEEDMAP
              END-CALL
              IF WS-REYDB-RESULT-FEEDMAP NOT EQUAL WS-REYDB-SUCCESS
                 MOVE ZERO TO LS-REYDB-LOAD-COUNT
                              LS-REYDB-REJECT-COUNT
                 MOVE WS-REYDB-RESULT-FEEDMAP TO LS-REYDB-RESULT
                 GOBACK
              END-IF
           END-IF.

      *** An extract put under generations loads from its current
      *** one - the fixed name otherwise, exactly as before.
           MOVE WS-EXTRACT-DATABASE-NAME TO WS-GDG-BASE-NAME.
           MOVE ZERO                     TO WS-GDG-RELATIVE.
           CALL "REYDB_GDG_RESOLVE" USING WS-GDG-BASE-NAME
                                          WS-GDG-RELATIVE
                                          WS-EXTRACT-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-GDG
           END-CALL.

      *** The common run-log's opening bracket - the first question
      *** in every incident is what ran, and this answers it.
           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
           MOVE 'N'   TO WS-REYDB-EOF.
           MOVE SPACE TO WS-CHECKPOINT-KEY.
           MOVE 'N'   TO WS-LOAD-SKIPPING.
           MOVE 'N'   TO WS-LOAD-NO-SPACE.

           IF LS-REYDB-RESTART EQUAL 'Y'
              PERFORM 0100-READ-CHECKPOINT
           OPEN INPUT  FC-EXTRACT.
           OPEN OUTPUT FC-REJECT.

      *** An extract that will not open is a failed run, not an
      *** empty one - the checkpoint stays for the restart, and the
      *** snapshot says which file and why.
           IF WS-EXTRACT-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-REJECT
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

               READ FC-EXTRACT
      *** skip it without calling REYDB_ADD a second time.
               NOT AT END
                   ADD 1 TO WS-LINEAGE-LINE

      *** A mapped feed's line is made into a row first - its key
      *** and buffer then stand where an extract row's would.
                   MOVE 'N' TO WS-LOAD-MAP-FAILED
                   IF WS-FEEDMAP-SPEC NOT EQUAL SPACE
                      PERFORM 0300-MAP-LINE THRU 0300-MAP-LINE-EXIT
                   END-IF

                   IF WS-LOAD-MAP-FAILED EQUAL 'Y'
                   OR (WS-LOAD-SKIPPING EQUAL 'Y'
                       AND FS-EXTRACT-KEY
                           NOT GREATER THAN WS-CHECKPOINT-KEY)
                      CONTINUE
                   ELSE
                      MOVE 'N' TO WS-LOAD-SKIPPING
                             WHEN WS-REYDB-LOCKED
                                 MOVE "RECORD LOCKED"
                                   TO FS-REJECT-REASON
                             WHEN WS-REYDB-SCREEN-HELD
                                 MOVE "HELD FOR SCREENING"
                                   TO FS-REJECT-REASON
                             WHEN WS-REYDB-KEY-RETIRED
                                 MOVE "KEY RETIRED"
                                   TO FS-REJECT-REASON
                             WHEN WS-REYDB-NO-SPACE
                                 MOVE "STORAGE QUOTA OR SPACE EXHAUSTED"
                                   TO FS-REJECT-REASON
                             WHEN OTHER
                                 MOVE "WRITE FAILED"
                                   TO FS-REJECT-REASON
                         END-EVALUATE
                         WRITE FS-REJECT-RECORD

      *** Out of room - every row after this one would be refused
      *** the same way. Stop here with the checkpoint on the last
      *** key that landed, so the restart picks up at this row once
      *** the quota is raised or the space is found.
                         IF WS-REYDB-RESULT-ADD EQUAL WS-REYDB-NO-SPACE
                            PERFORM 0200-WRITE-CHECKPOINT
                               THRU 0200-WRITE-CHECKPOINT-EXIT
                            MOVE 'Y' TO WS-LOAD-NO-SPACE
                            MOVE 'S' TO WS-REYDB-EOF
                         END-IF
                      END-IF
                   END-IF
               END-READ

      *** A clean finish means there is nothing left to resume - drop
      *** this database's checkpoint so the next full run starts from
      *** scratch. A run stopped for space keeps it, and says so.
           MOVE WS-LOAD-COUNT   TO LS-REYDB-LOAD-COUNT.
           MOVE WS-REJECT-COUNT TO LS-REYDB-REJECT-COUNT.

           IF WS-LOAD-NO-SPACE EQUAL 'Y'
              MOVE WS-REYDB-NO-SPACE TO LS-REYDB-RESULT
           ELSE
              CALL "CBL_DELETE_FILE" USING WS-CHECKPOINT-DATABASE-NAME
                  RETURNING WS-REYDB-DELETE-RC
              END-CALL
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-IF.

      *** Fire the write triggers this run queued - the rule
      *** programs run only now, with no writer active.
               RETURNING WS-REYDB-RESULT-RUNLOG
           END-CALL.

       0500-LOAD-RUN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       0200-WRITE-CHECKPOINT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One line of a mapped feed through its spec. A line that    ***
      *** will not map goes on the reject report as it arrived, with ***
      *** the field and the reason, and is not added.                ***
      ******************************************************************
       0300-MAP-LINE.

           MOVE SPACE             TO WS-FEEDMAP-SOURCE.
           MOVE FS-EXTRACT-RECORD TO WS-FEEDMAP-SOURCE.

           CALL "REYDB_FEEDMAP_APPLY" USING WS-FEEDMAP-TABLE
                                            WS-FEEDMAP-SOURCE
                                            WS-FEEDMAP-RECORD
                                            WS-FEEDMAP-BAD-FIELD
                                            WS-FEEDMAP-REASON
               RETURNING WS-REYDB-RESULT-FEEDMAP
           END-CALL.

           IF WS-REYDB-RESULT-FEEDMAP EQUAL WS-REYDB-SUCCESS
              MOVE WS-FEEDMAP-KEY    TO FS-EXTRACT-KEY
              MOVE WS-FEEDMAP-BUFFER TO FS-EXTRACT-BUFFER
              GO TO 0300-MAP-LINE-EXIT
           END-IF.

           MOVE 'Y' TO WS-LOAD-MAP-FAILED.
           ADD 1    TO WS-REJECT-COUNT.

           MOVE WS-FEEDMAP-KEY TO FS-REJECT-KEY.
           MOVE FS-EXTRACT-RECORD (1:512) TO FS-REJECT-BUFFER.
           MOVE SPACE TO FS-REJECT-REASON.
           STRING "FIELD "             DELIMITED BY SIZE
                  WS-FEEDMAP-BAD-FIELD DELIMITED BY SPACE
                  ": "                 DELIMITED BY SIZE
                  WS-FEEDMAP-REASON    DELIMITED BY SIZE
             INTO FS-REJECT-REASON
           END-STRING.

           WRITE FS-REJECT-RECORD.

       0300-MAP-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-REJECT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The diagnostic snapshot a bad result leaves behind - the   ***
      *** last key read off the extract, the files' statuses, the    ***
      *** counts, the checkpoint key and whether it was a restart.   ***
      ******************************************************************
       9900-DIAG-SNAP.

           MOVE LS-REYDB-DATABASE-NAME TO WS-DIAG-DATABASE.
           MOVE LS-REYDB-RESULT        TO WS-DIAG-RESULT.
           MOVE FS-EXTRACT-KEY         TO WS-DIAG-LAST-KEY.

           MOVE WS-EXTRACT-DATABASE-NAME  TO WS-DIAG-OPEN-NAME (1).
           MOVE WS-EXTRACT-FILE-STATUS    TO WS-DIAG-OPEN-STATUS (1).
           MOVE WS-REJECT-FILE-NAME       TO WS-DIAG-OPEN-NAME (2).
           MOVE WS-REJECT-FILE-STATUS     TO WS-DIAG-OPEN-STATUS (2).
           MOVE WS-CHECKPOINT-DATABASE-NAME
                                          TO WS-DIAG-OPEN-NAME (3).
           MOVE WS-CHECKPOINT-FILE-STATUS TO WS-DIAG-OPEN-STATUS (3).

           MOVE WS-LINEAGE-LINE   TO WS-DIAG-READ.
           MOVE WS-LOAD-COUNT     TO WS-DIAG-WRITTEN.
           MOVE WS-REJECT-COUNT   TO WS-DIAG-REJECTED.
           MOVE WS-CHECKPOINT-KEY TO WS-DIAG-CHECKPOINT.

           STRING "RESTART "        DELIMITED BY SIZE
                  LS-REYDB-RESTART  DELIMITED BY SIZE
             INTO WS-DIAG-PARMS
           END-STRING.

           CALL "REYDB_DIAG" USING WS-RUNLOG-PROGRAM
                                   WS-DIAG-DETAIL
               RETURNING WS-REYDB-RESULT-DIAG
           END-CALL.

       9900-DIAG-SNAP-EXIT.
           EXIT.
      ******************************************************************
