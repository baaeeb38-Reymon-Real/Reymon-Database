      *** Author:  Reymon Dev         ***
      *** File:    refcheck.cbl       ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-xref.cpy".
       COPY "data/working/reydb-refrule.cpy".
       COPY "data/working/reydb-refdates.cpy".
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REF-SEQ EQUAL ZERO
           OR LS-REF-SEQ GREATER THAN 20
           OR LS-REF-LENGTH EQUAL ZERO
       ENTRY "REYDB_REF_DROP" USING LS-REYDB-DATABASE-NAME
                                    LS-REF-SEQ.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-REFRULE.
                                     LS-REF-KEY
                                     LS-REF-CONTENT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** The plain check is the insert context - a dated code has
      *** to be valid today.
           ACCEPT WS-REF-ASOF FROM DATE YYYYMMDD.
                                          LS-REF-CONTENT
                                          LS-REF-ASOF-DATE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REF-ASOF-DATE IS NUMERIC
              AND LS-REF-ASOF-DATE NOT EQUAL "00000000"
              MOVE LS-REF-ASOF-DATE TO WS-REF-ASOF
                                        LS-REF-FROM-DATE
                                        LS-REF-TO-DATE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REF-REFERENCE EQUAL SPACE
           OR LS-REF-CODE      EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
       ENTRY "REYDB_REF_DATE_DROP" USING LS-REF-REFERENCE
                                         LS-REF-CODE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-REFDATES.

           IF WS-REFDATES-FILE-STATUS EQUAL "35"
       0300-WRITE-FAILED-CODE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-REFRULE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-REFRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-REFDATES-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
