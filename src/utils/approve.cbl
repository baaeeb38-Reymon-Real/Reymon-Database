      *** Author:  Reymon Dev         ***
      *** File:    approve.cbl       ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_APPROVE".
       COPY "data/working/reydb-approve.cpy".
       COPY "data/working/reydb-sod.cpy".
       COPY "data/working/reydb-workq.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-APPROVE-FLAG.
      ******************************************************************
       ENTRY "REYDB_APPROVE_RELEASE" USING LS-REYDB-DATABASE-NAME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-APPROVE-FLAG.
       ENTRY "REYDB_APPROVE_CHECK" USING LS-REYDB-DATABASE-NAME
                                         LS-APPROVE-REQUIRED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N' TO LS-APPROVE-REQUIRED.

           IF WS-APR-APPLYING EQUAL 'Y'
       ENTRY "REYDB_APPROVE_SUBMIT" USING LS-REYDB-DATABASE-NAME
                                          LS-APPROVE-RECORD.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE TO WS-APR-USER.

           CALL "REYDB_WHOAMI" USING WS-APR-USER

           IF WS-APR-USER EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.


           CLOSE FC-PENDING.

      *** The captured change waits on the work queue for a checker.
           IF LS-REYDB-RESULT EQUAL WS-REYDB-PENDING-APPROVAL
              MOVE SPACE TO WS-WORKQ-DETAIL
              STRING "CHANGE KEYED BY "   DELIMITED BY SIZE
                     WS-APR-USER          DELIMITED BY SPACE
                     " AWAITS A CHECKER"  DELIMITED BY SIZE
                INTO WS-WORKQ-DETAIL
              END-STRING
              CALL "REYDB_WORKQ" USING WS-APR-RESOLVED-NAME
                                       LS-APPROVE-REC-KEY
                                       WS-WORKQ-APPROVE
                                       WS-WORKQ-DETAIL
                  RETURNING WS-REYDB-RESULT-WORKQ
              END-CALL
           END-IF.

           GOBACK.
      ******************************************************************

       ENTRY "REYDB_APPROVE_LIST" USING LS-REYDB-DATABASE-NAME
                                        LS-REYDB-PENDING-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-APR-COUNT LS-REYDB-PENDING-COUNT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
       ENTRY "REYDB_APPROVE_APPLY" USING LS-REYDB-DATABASE-NAME
                                         LS-APPROVE-KEY.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE TO WS-APR-USER.

           CALL "REYDB_WHOAMI" USING WS-APR-USER

           IF WS-APR-USER EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           PERFORM 0200-CHECK-APPROVER THRU 0200-CHECK-APPROVER-EXIT.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

      *** The second pair of eyes has to be a DIFFERENT pair.
           IF FS-PENDING-MAKER EQUAL WS-APR-USER
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-APR-USER
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               LS-APPROVE-KEY
                                               WS-SECJRNL-MAKER-CHECK
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              CLOSE FC-PENDING
              GOBACK
           END-IF.

           CLOSE FC-PENDING.

           MOVE "APPLIED BY CHECKER" TO WS-WORKQ-NOTE.
           PERFORM 0300-RESOLVE-WORK THRU 0300-RESOLVE-WORK-EXIT.

           GOBACK.
      ******************************************************************

       ENTRY "REYDB_APPROVE_REJECT" USING LS-REYDB-DATABASE-NAME
                                          LS-APPROVE-KEY.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE TO WS-APR-USER.

           PERFORM 0200-CHECK-APPROVER THRU 0200-CHECK-APPROVER-EXIT.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-PENDING.

           CLOSE FC-PENDING.

           MOVE "REJECTED BY CHECKER" TO WS-WORKQ-NOTE.
           PERFORM 0300-RESOLVE-WORK THRU 0300-RESOLVE-WORK-EXIT.

           GOBACK.
      ******************************************************************

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Approving (or rejecting) is the APPROVER role's - once     ***
      *** anybody holds it, nobody else works the pending queue.     ***
      ******************************************************************
       0200-CHECK-APPROVER.

           CALL "REYDB_ROLE_CHECK" USING WS-ROLE-APPROVER
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-APR-USER
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               LS-APPROVE-KEY
                                               WS-SECJRNL-NO-ROLE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
           END-IF.

       0200-CHECK-APPROVER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A pending change that retired - applied or rejected -      ***
      *** closes its work-queue item with WS-WORKQ-NOTE; one left    ***
      *** pending keeps it open.                                     ***
      ******************************************************************
       0300-RESOLVE-WORK.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0300-RESOLVE-WORK-EXIT
           END-IF.

           CALL "REYDB_WORKQ_RESOLVE" USING WS-APR-RESOLVED-NAME
                                            LS-APPROVE-KEY
                                            WS-WORKQ-APPROVE
                                            WS-WORKQ-NOTE
               RETURNING WS-REYDB-RESULT-WORKQ
           END-CALL.

       0300-RESOLVE-WORK-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-APPROVE-FLAG-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-PENDING-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-APPROVE-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
