      *** Author:  Reymon Dev         ***
      *** File:    extent.cbl        ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-extent.cpy".

      *** Resolved database name - blank follows the same
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-EXTENT-SEQ EQUAL ZERO
           OR LS-EXTENT-SEQ GREATER THAN 20
           OR LS-EXTENT-FILE EQUAL SPACE
       ENTRY "REYDB_EXTENT_DROP" USING LS-REYDB-DATABASE-NAME
                                       LS-EXTENT-SEQ.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-EXTENT.
                                       LS-EXTENT-CURRENT
                                       LS-EXTENT-NEXT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE TO LS-EXTENT-NEXT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
       ENTRY "REYDB_EXTENT_OWNER" USING LS-EXTENT-FILE
                                        LS-EXTENT-OWNER.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-EXTENT-FILE EQUAL SPACE
              MOVE "reymon.db" TO LS-EXTENT-OWNER
           ELSE
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-EXTENT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
