      *** Author:  Reymon Dev         ***
      *** File:    deadlock.cbl      ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-deadlock.cpy".
       COPY "data/working/reydb-runlog.cpy".

      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-REYDB-LOCKED TO LS-REYDB-RESULT.

           MOVE SPACE TO WS-DLK-USER.
      ******************************************************************
       ENTRY "REYDB_DEADLOCK_CLEAR".

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE TO WS-DLK-USER.

           CALL "REYDB_WHOAMI" USING WS-DLK-USER
                  WS-DLK-PEER-HOLDER  DELIMITED BY SPACE
             INTO FS-ALERT-TEXT.

           MOVE ZERO TO FS-ALERT-RUN-ID FS-ALERT-SNAP-SEQ.

           WRITE FS-ALERT-RECORD.

           CLOSE FC-ALERT.
       5000-RETIRE-WAIT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-WAITFOR-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
