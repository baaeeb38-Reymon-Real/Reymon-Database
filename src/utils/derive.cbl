      *** Author:  Reymon Dev         ***
      *** File:    derive.cbl        ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-derive.cpy".
       COPY "data/working/reydb-dict.cpy".

      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-DERIVE-SEQ EQUAL ZERO
           OR LS-DERIVE-SEQ GREATER THAN 10
           OR LS-DERIVE-TARGET   EQUAL SPACE
       ENTRY "REYDB_DERIVE_DROP" USING LS-REYDB-DATABASE-NAME
                                       LS-DERIVE-SEQ.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-DERIVE.
       ENTRY "REYDB_DERIVE_APPLY" USING LS-REYDB-DATABASE-NAME
                                        LS-DERIVE-CONTENT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN INPUT FC-DERIVE.
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-DERIVE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
