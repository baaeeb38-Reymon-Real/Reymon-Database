      *** Author:  Reymon Dev         ***
      *** File:    bakset.cbl        ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-backup.cpy".
       COPY "data/working/reydb-bakset.cpy".
       COPY "data/working/reydb-enqueue.cpy".
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-BAKSET-NAME EQUAL SPACE
           OR LS-BAKSET-SEQ EQUAL ZERO
           OR LS-BAKSET-SEQ GREATER THAN 8
       ENTRY "REYDB_BAKSET_DROP" USING LS-BAKSET-NAME
                                       LS-BAKSET-SEQ.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-BAKSET.

           IF WS-BAKSET-FILE-STATUS EQUAL "35"
       ENTRY "REYDB_BAKSET_TAKE" USING LS-BAKSET-NAME
                                       LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'T' TO WS-SET-DIRECTION.

           PERFORM 1000-RUN-THE-SET THRU 1000-RUN-THE-SET-EXIT.
       ENTRY "REYDB_BAKSET_RESTORE" USING LS-BAKSET-NAME
                                          LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'R' TO WS-SET-DIRECTION.

           PERFORM 1000-RUN-THE-SET THRU 1000-RUN-THE-SET-EXIT.
       1300-RELEASE-HELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-BAKSET-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
