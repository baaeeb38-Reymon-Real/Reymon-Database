      *** Author:  Reymon Dev         ***
      *** File:    deckwatch.cbl     ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-rundeck.cpy".
       COPY "data/working/reydb-deckhist.cpy".
       COPY "data/working/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-WATCH-STEP-COUNT WS-WATCH-ALERT-COUNT
                        WS-WATCH-OVERRUN    LS-REYDB-ALERT-COUNT.

           MOVE "REYDB_DECKWATCH" TO FS-ALERT-PROGRAM.
           MOVE ZERO              TO FS-ALERT-RESULT.

           MOVE ZERO TO FS-ALERT-RUN-ID FS-ALERT-SNAP-SEQ.

           WRITE FS-ALERT-RECORD.

           CLOSE FC-ALERT.
       3000-WRITE-ALERT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-RUNSTATE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DECKHIST-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
