      *** Author:  Reymon Dev         ***
      *** File:    pacing.cbl        ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-pacing.cpy".

      *** Resolved database name - blank follows the same
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** A zero burst would rest before the first row, and a zero
      *** rest paces nothing.
           IF LS-PACING-BURST EQUAL ZERO
      ******************************************************************
       ENTRY "REYDB_PACING_DROP" USING LS-REYDB-DATABASE-NAME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-PACING.
                                      LS-PACING-BURST
                                      LS-PACING-REST-SECS.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N'  TO LS-PACING-ACTIVE.
           MOVE ZERO TO LS-PACING-BURST LS-PACING-REST-SECS.

      ******************************************************************
       ENTRY "REYDB_PACING_REST" USING LS-PACING-REST-SECS.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE LS-PACING-REST-SECS TO WS-PCG-SLEEP-SECS.

           IF WS-PCG-SLEEP-SECS GREATER THAN ZERO
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-PACING-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ONLINE-FLAG-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
