      *** Author:  Reymon Dev         ***
      *** File:    audit_report.cbl   ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-auditrpt.cpy".

      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE SPACE TO WS-AUDIT-DATABASE-NAME *> at a different named trail
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
       1000-WRITE-LISTING-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-AUDIT-REPORT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
