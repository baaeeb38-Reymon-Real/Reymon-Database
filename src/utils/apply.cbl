      *** Author:  Reymon Dev         ***
      *** File:    apply.cbl          ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-apply.cpy".

      *** The record handed to the CRUD programs - the deck's value
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-APPLY-SEQ
                        WS-APPLY-APPLIED-COUNT
                        WS-APPLY-REJECTED-COUNT.
       1000-EXECUTE-COMMAND-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-APPLY-CMD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-APPLY-RPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
