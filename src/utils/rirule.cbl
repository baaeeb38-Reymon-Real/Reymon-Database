      *** Author:  Reymon Dev         ***
      *** File:    rirule.cbl         ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-xref.cpy".
       COPY "data/working/reydb-rirule.cpy".

      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-RI-SEQ EQUAL ZERO
           OR LS-RI-SEQ GREATER THAN 20
           OR LS-RI-LENGTH EQUAL ZERO
       ENTRY "REYDB_RI_DROP" USING LS-REYDB-DATABASE-NAME
                                   LS-RI-SEQ.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-RIRULE.
       ENTRY "REYDB_RI_CHECK" USING LS-REYDB-DATABASE-NAME
                                    LS-RI-CONTENT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN INPUT FC-RIRULE.
       ENTRY "REYDB_RI_DEPENDENTS" USING LS-REYDB-DATABASE-NAME
                                         LS-RI-KEY.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE 'N' TO WS-RI-FOUND-DEPENDENT.
       0300-SWEEP-FOR-DEPENDENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-RIRULE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
