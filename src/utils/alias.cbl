      *** Author:  Reymon Dev         ***
      *** File:    alias.cbl         ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-alias.cpy".

      *** Resolved database name - blank follows the same
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-ALIAS-NAME EQUAL SPACE
           OR LS-ALIAS-KEY  EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
       ENTRY "REYDB_ALIAS_DROP" USING LS-REYDB-DATABASE-NAME
                                      LS-ALIAS-NAME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-ALIAS.
                                         LS-ALIAS-NAME
                                         LS-ALIAS-KEY.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE TO LS-ALIAS-KEY.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-ALIAS-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
