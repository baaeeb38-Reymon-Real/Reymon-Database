      *** Author:  Reymon Dev         ***
      *** File:    bakdrill.cbl      ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-backup.cpy".
       COPY "data/working/reydb-bakdrill.cpy".
       COPY "data/working/reydb-batch.cpy".
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE ZERO TO WS-DRL-DRILLED-COUNT WS-DRL-BAD-COUNT.
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-BAKDRILL-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
