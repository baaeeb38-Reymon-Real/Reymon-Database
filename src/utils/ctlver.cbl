      *** Author:  Reymon Dev         ***
      *** File:    ctlver.cbl        ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_CTLVER".
       COPY "data/working/reydb-ctlver.cpy".
       COPY "data/working/reydb-sod.cpy".

      *** Who is taking the version, and when.
       77 WS-CTL-USER PIC X(08) VALUE SPACE.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-CTLVER-VERSION.

           IF LS-CTLVER-FILE EQUAL SPACE

           IF WS-CTL-USER EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-CTLVER-FILE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

      *** Control-file changes are the CTLVER role's, once anybody
      *** holds it.
           CALL "REYDB_ROLE_CHECK" USING WS-ROLE-CTLVER
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-CTL-USER
                                               WS-SECJRNL-PROGRAM
                                               LS-CTLVER-FILE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-ROLE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

       ENTRY "REYDB_CTLVER_LIST" USING LS-CTLVER-FILE
                                       LS-REYDB-VERSION-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-CTL-COUNT LS-REYDB-VERSION-COUNT.

           CALL "CBL_CHECK_FILE_EXIST" USING LS-CTLVER-FILE
       ENTRY "REYDB_CTLVER_ROLLBACK" USING LS-CTLVER-FILE
                                           LS-CTLVER-VERSION.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-CTLVER-FILE EQUAL SPACE
           OR LS-CTLVER-VERSION EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT

           IF WS-CTL-USER EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-CTLVER-FILE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

      *** Control-file changes are the CTLVER role's, once anybody
      *** holds it.
           CALL "REYDB_ROLE_CHECK" USING WS-ROLE-CTLVER
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-CTL-USER
                                               WS-SECJRNL-PROGRAM
                                               LS-CTLVER-FILE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-ROLE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

       1000-TAKE-ONE-VERSION-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-CTLVER-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CTLVER-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
