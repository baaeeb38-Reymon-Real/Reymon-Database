      *** Author:  Reymon Dev         ***
      *** File:    parallel.cbl      ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-totals.cpy".
       COPY "data/working/reydb-parallel.cpy".
          02 WS-PAR-TOT OCCURS 10 TIMES.
             03 WS-PAR-TOT-OP     PIC X(08).
             03 WS-PAR-TOT-CNT    PIC 9(09) COMP-5.
             03 WS-PAR-TOT-AMT    PIC S9(15) COMP-5.
             03 WS-PAR-TOT-C-CNT  PIC 9(09) COMP-5.
             03 WS-PAR-TOT-C-AMT  PIC S9(15) COMP-5.
             03 WS-PAR-TOT-SIDE-2 PIC X(01).

       77 WS-PAR-TOT-IDX  PIC 9(02) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-PARALLEL-SHADOW-NAME EQUAL SPACE
           OR LS-PARALLEL-SHADOW-NAME EQUAL LS-REYDB-DATABASE-NAME
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                                          LS-PARALLEL-SHADOW-NAME
                                          LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-PARALLEL-SHADOW-NAME EQUAL SPACE
           OR LS-PARALLEL-SHADOW-NAME EQUAL LS-REYDB-DATABASE-NAME
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-PARALLEL-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
