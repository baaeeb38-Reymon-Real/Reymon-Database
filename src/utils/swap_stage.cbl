      *** Author:  Reymon Dev         ***
      *** File:    swap_stage.cbl     ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
      ******************************************************************

      ******************************************************************

      ******************************************************************
      *** The stage file sits under the environment's prefix, the
      *** same as the utility that built it.
           CALL "REYDB_ENV_NAME" USING WS-STAGE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-REYDB-TARGET-NAME
           ELSE
               RETURNING WS-REYDB-DELETE-RC
           END-CALL.

           CALL "CBL_RENAME_FILE" USING WS-STAGE-FILE-NAME
                                        WS-REYDB-TARGET-NAME
               RETURNING WS-REYDB-RENAME-RC
           END-CALL.
