      *** Author:  Reymon Dev         ***
      *** File:    preflight.cbl     ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** two in the morning. Walks the whole rundeck.dat without  ***
      *** executing a step and judges each one:                    ***
      ***                                                           ***
      ***   - the named database belongs to the environment the    ***
      ***     deck runs in (named on the report's first line);      ***
      ***   - the program name is one REYDB_RUNDECK knows how to   ***
      ***     dispatch;                                             ***
      ***   - the named database is in the catalog AND passes a    ***

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-rundeck.cpy".
       COPY "data/working/reydb-catalog.cpy".
       COPY "data/working/reydb-replicate.cpy".
       77 WS-PRE-EXIST-RC PIC S9(09) COMP-5 VALUE ZERO.
       77 WS-PRE-SIZE-ED  PIC 9(12) VALUE ZERO.

      *** The environment a step's database belongs to.
       77 WS-PRE-OWNER PIC X(04) VALUE SPACE.

      *** 'Y' once any step failed - the NO-GO.
       77 WS-PRE-ANY-BAD PIC X(01) VALUE 'N'.

      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-PRE-STEP-COUNT LS-REYDB-STEP-COUNT.
           MOVE 'N'  TO WS-PRE-EOF WS-PRE-ANY-BAD.


           OPEN OUTPUT FC-PREFLIGHT.

      *** Which environment the deck is about to run in heads the
      *** report - the first thing the operator checks.
           CALL "REYDB_ENV" USING WS-ENV-CODE
                                  WS-ENV-PREFIX
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           MOVE ZERO  TO FS-PREFLIGHT-STEP.
           MOVE "ENV" TO FS-PREFLIGHT-VERDICT.
           MOVE SPACE TO FS-PREFLIGHT-TEXT.

           IF WS-ENV-CODE EQUAL SPACE
              MOVE "NO ENVIRONMENT SET - FILE NAMES AS WRITTEN"
                TO FS-PREFLIGHT-TEXT
           ELSE
              STRING "DECK RUNS IN " DELIMITED BY SIZE
                     WS-ENV-CODE     DELIMITED BY SPACE
                     " UNDER "       DELIMITED BY SIZE
                     WS-ENV-PREFIX   DELIMITED BY SPACE
                INTO FS-PREFLIGHT-TEXT
              END-STRING
           END-IF.

           WRITE FS-PREFLIGHT-RECORD.

           PERFORM UNTIL WS-PRE-EOF EQUAL 'S'

               READ FC-RUNDECK
                     TO WS-PRE-TEXT
           END-EVALUATE.

      *** A database qualified for another environment is refused
      *** before anything else is asked of it - a UAT deck must
      *** never touch PROD's files.
           IF WS-PRE-STEP-GOOD EQUAL 'Y'
              AND FS-RUNDECK-PROGRAM NOT EQUAL "REYDB_EXPREVIEW"
              PERFORM 1050-JUDGE-THE-ENVIRONMENT
                 THRU 1050-JUDGE-THE-ENVIRONMENT-EXIT
           END-IF.

      *** The fleet-wide preview takes no database of its own, so
      *** there is none to judge.
           IF WS-PRE-STEP-GOOD EQUAL 'Y'
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The environment the step's database belongs to has to be  ***
      *** the one the deck runs in. A blank name is the default     ***
      *** database, unqualified, and so always the deck's own.      ***
      ******************************************************************
       1050-JUDGE-THE-ENVIRONMENT.

           IF FS-RUNDECK-DATABASE EQUAL SPACE
              GO TO 1050-JUDGE-THE-ENVIRONMENT-EXIT
           END-IF.

           CALL "REYDB_ENV_OWNER" USING FS-RUNDECK-DATABASE
                                        WS-PRE-OWNER
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           IF WS-PRE-OWNER NOT EQUAL WS-ENV-CODE
              MOVE 'N' TO WS-PRE-STEP-GOOD
              MOVE SPACE TO WS-PRE-TEXT
              STRING "DATABASE BELONGS TO " DELIMITED BY SIZE
                     WS-PRE-OWNER           DELIMITED BY SPACE
                     ", DECK RUNS IN "      DELIMITED BY SIZE
                     WS-ENV-CODE            DELIMITED BY SPACE
                INTO WS-PRE-TEXT
              END-STRING
           END-IF.

       1050-JUDGE-THE-ENVIRONMENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The step's database - cataloged, and passing a quick      ***
      *** open. A blank name is the default database and passes     ***
       1300-JUDGE-THE-CHECKPOINT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-RUNDECK-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CATALOG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-PREFLIGHT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
