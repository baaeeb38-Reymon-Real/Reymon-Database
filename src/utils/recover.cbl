      *** Author:  Reymon Dev         ***
      *** File:    recover.cbl        ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-recover.cpy".
       COPY "data/working/reydb-batch.cpy".

      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-RECOVER-DB-NAME
           ELSE
           OPEN OUTPUT FC-RECOVER.

      *** Gather first, decide second.
           MOVE WS-TEMP-FILE-NAME TO WS-PROBE-NAME.
           PERFORM 0100-PROBE THRU 0100-PROBE-EXIT.
           MOVE WS-PROBE-FOUND TO WS-RECOVER-HAS-TEMPORAL.

           MOVE WS-WORK-FILE-NAME TO WS-PROBE-NAME.
           PERFORM 0100-PROBE THRU 0100-PROBE-EXIT.
           MOVE WS-PROBE-FOUND TO WS-RECOVER-HAS-WORK.

           MOVE WS-STAGE-FILE-NAME TO WS-PROBE-NAME.
           PERFORM 0100-PROBE THRU 0100-PROBE-EXIT.
           MOVE WS-PROBE-FOUND TO WS-RECOVER-HAS-STAGE.

      *** nothing it was building is trustworthy.
           IF WS-RECOVER-HAS-TEMPORAL EQUAL 'Y'

              MOVE WS-TEMP-FILE-NAME TO WS-RECOVER-SIDE-NAME
              CALL "CBL_DELETE_FILE" USING WS-RECOVER-SIDE-NAME
                  RETURNING WS-REYDB-DELETE-RC
              END-CALL
              PERFORM 0200-REPORT-LINE THRU 0200-REPORT-LINE-EXIT

              IF WS-RECOVER-HAS-STAGE EQUAL 'Y'
                 MOVE WS-STAGE-FILE-NAME TO WS-RECOVER-SIDE-NAME
                 CALL "CBL_DELETE_FILE" USING WS-RECOVER-SIDE-NAME
                     RETURNING WS-REYDB-DELETE-RC
                 END-CALL

      *** Rule two - work.dat is sort scratch, never worth keeping.
           IF WS-RECOVER-HAS-WORK EQUAL 'Y'
              MOVE WS-WORK-FILE-NAME TO WS-RECOVER-SIDE-NAME
              CALL "CBL_DELETE_FILE" USING WS-RECOVER-SIDE-NAME
                  RETURNING WS-REYDB-DELETE-RC
              END-CALL
       0200-REPORT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-TEMP-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-WORK-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-STAGE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RECOVER-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
