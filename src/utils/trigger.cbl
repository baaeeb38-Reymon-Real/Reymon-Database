      *** Author:  Reymon Dev         ***
      *** File:    trigger.cbl       ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-trigger.cpy".

      *** Resolved database name - blank follows the same
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-TRIGGER-SEQ EQUAL ZERO
           OR LS-TRIGGER-SEQ GREATER THAN 10
           OR LS-TRIGGER-PROGRAM EQUAL SPACE
       ENTRY "REYDB_TRIGGER_DROP" USING LS-REYDB-DATABASE-NAME
                                        LS-TRIGGER-SEQ.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-TRIGGER.
      ******************************************************************
       ENTRY "REYDB_TRIGGER_DRAIN".

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-TRIGGER-FIRED.
           MOVE 'N'  TO WS-TRIGGER-BROKEN WS-TRIGGER-DRAINED.

      ******************************************************************
       2000-DRAIN-ONE-PASS.

           CALL "CBL_RENAME_FILE" USING WS-TRIGQ-FILE-NAME
                                        WS-TRIGWRK-FILE-NAME
               RETURNING WS-TRIGGER-RENAME-RC
           END-CALL.


           CLOSE FC-TRIGWRK.

           CALL "CBL_DELETE_FILE" USING WS-TRIGWRK-FILE-NAME
               RETURNING WS-TRIGGER-DELETE-RC
           END-CALL.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-TRIGGER-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-TRIGQ-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-TRIGWRK-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
