      *** Author:  Reymon Dev         ***
      *** File:    alerts.cbl        ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_ALERT_ACK".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-alertreg.cpy".

      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-ALR-COUNT LS-REYDB-ALERT-COUNT.
           MOVE 'N'  TO WS-ALR-EOF.

      ******************************************************************
       ENTRY "REYDB_ALERT_ACK" USING LS-ALERT-SEQ.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE TO WS-ALR-USER.

           CALL "REYDB_WHOAMI" USING WS-ALR-USER

           IF WS-ALR-USER EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

       ENTRY "REYDB_ALERT_ESCALATE" USING LS-ALERT-DEADLINE-MINS
                                          LS-REYDB-ALERT-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-ALR-COUNT LS-REYDB-ALERT-COUNT.
           MOVE 'N'  TO WS-ALR-EOF.

      ******************************************************************
       ENTRY "REYDB_ALERT_SHIFT" USING LS-REYDB-ALERT-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-ALR-COUNT LS-REYDB-ALERT-COUNT.
           MOVE 'N'  TO WS-ALR-EOF.

       1000-JUDGE-DEADLINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERTREG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ESCALATE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-SHIFT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
