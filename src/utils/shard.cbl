      *** Author:  Reymon Dev         ***
      *** File:    shard.cbl         ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-shard.cpy".

      *** Resolved database name - blank follows the same
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-SHARD-SEQ EQUAL ZERO
           OR LS-SHARD-SEQ GREATER THAN 20
           OR LS-SHARD-HIGH-KEY EQUAL SPACE
       ENTRY "REYDB_SHARD_DROP" USING LS-REYDB-DATABASE-NAME
                                      LS-SHARD-SEQ.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-SHARD.
                                       LS-SHARD-ROUTE-KEY
                                       LS-SHARD-ROUTED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE TO LS-SHARD-ROUTED.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
       ENTRY "REYDB_SHARD_OWNER" USING LS-SHARD-FILE
                                       LS-SHARD-OWNER.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-SHARD-FILE EQUAL SPACE
              MOVE "reymon.db" TO LS-SHARD-OWNER
           ELSE
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-SHARD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
