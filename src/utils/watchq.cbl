      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    watchq.cbl         ***
      *** Date:    October 15 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ***************************************
      *** Division for set configurations ***
      ***       of the program            ***
      ***************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB_WATCHQ IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** The compliance side of watch-list screening - the records  ***
      *** REYDB_WATCH_SCREEN held out of a database, reviewed        ***
      *** (REYDB_WATCHQ, to watchq.rpt) and decided one by one by a  ***
      *** signed-on holder of the COMPLY role other than whoever     ***
      *** sent the record.                                           ***
      ***                                                            ***
      *** REYDB_WATCHQ_RELEASE lands a held insert or rewrite        ***
      *** through the ordinary REYDB_ADD / REYDB_REWRITE path - the  ***
      *** entry is marked RELEASED first, so the screen that path    ***
      *** runs lets exactly that content through, and goes back to   ***
      *** PENDING if the write is refused for any other reason.      ***
      *** REYDB_WATCHQ_BLOCK marks the entry BLOCKED and nothing     ***
      *** lands; a live row the rescreen caught is soft-deleted.     ***
      ***                                                            ***
      *** REYDB_WATCHQ_RESCREEN is the nightly pass - when the list  ***
      *** or the database's nominations changed since its last      ***
      *** rescreen (or when forced) every live row is screened       ***
      *** again and each new hit queued as a RESCREEN entry, listed  ***
      *** to watchrsc.rpt. A field the dictionary tokenizes is       ***
      *** stored as its vault token, which screens as nothing.       ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-watch.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb.cpy"
           REPLACING REYDB-BUFFER-LEN BY 512
                     REYDB-PAYLOAD-LEN BY 511
                     REYDB-CONTENT-LEN BY 471.
       COPY "file/section/reydb-watch.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_WATCHQ".
       COPY "data/working/reydb-watch.cpy".
       COPY "data/working/reydb-sod.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-workq.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-WQ-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Who is deciding, and when.
       77 WS-WQ-USER PIC X(08) VALUE SPACE.
       77 WS-WQ-DATE PIC 9(08) VALUE ZERO.
       77 WS-WQ-TIME PIC 9(08) VALUE ZERO.
       77 WS-WQ-STAMP PIC X(16) VALUE SPACE.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The held record on its way through the front door.
       01 WS-WQ-RECORD.
          02 WS-WQ-REC-KEY    PIC X(18)  VALUE SPACE.
          02 WS-WQ-REC-BUFFER PIC X(512) VALUE SPACE.

       01 WS-WQ-RECORD-VIEW REDEFINES WS-WQ-RECORD.
          02 FILLER            PIC X(59).
          02 WS-WQ-REC-CONTENT PIC X(471).

       77 WS-WQ-OPERATION PIC X(01) VALUE SPACE.

      *** Results of the front-door calls.
       77 WS-REYDB-RESULT-ACTION PIC 9(18) VALUE ZERO.

      *** The rescreen's change test - the newest list or nomination
      *** stamp against the one the last rescreen left.
       77 WS-WQ-LAST-RESCREEN PIC X(16) VALUE SPACE.
       77 WS-WQ-NEWEST        PIC X(16) VALUE SPACE.

      *** The row in flight's plaintext and its decipher state.
       77 WS-WQ-PLAIN         PIC X(471) VALUE SPACE.
       77 WS-WQ-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-WQ-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.

      *** What REYDB_WATCH_CHECK says a row hit.
       77 WS-WQ-HIT-FIELD  PIC X(16) VALUE SPACE.
       77 WS-WQ-HIT-MATCH  PIC X(01) VALUE SPACE.
       77 WS-WQ-HIT-LISTED PIC X(40) VALUE SPACE.

       77 WS-WQ-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-WQ-EOF   PIC X(01) VALUE 'N'.

      *** Results of the calls down the sweep.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The held record's key.
       77 LS-WATCHQ-KEY PIC X(18) VALUE SPACE.

      *** 'Y' rescreens even when nothing changed since the last.
       77 LS-WATCHQ-FORCE PIC X(01) VALUE SPACE.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - the review listing: every record     ***
      *** still pending a decision, what it hit and who sent it.     ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-REYDB-RECORD-COUNT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-WQ-COUNT LS-REYDB-RECORD-COUNT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN INPUT FC-WATCHQ.

           IF WS-WATCHQ-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE "watchq.rpt" TO WS-WATCH-RPT-NAME.
           CALL "REYDB_ENV_NAME" USING WS-WATCH-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           OPEN OUTPUT FC-WATCH-RPT.

           MOVE WS-WQ-RESOLVED-NAME TO FS-WATCHQ-DATABASE.
           MOVE LOW-VALUES          TO FS-WATCHQ-RECORD-KEY.

           START FC-WATCHQ KEY IS GREATER THAN FS-WATCHQ-KEY

           INVALID KEY

               CONTINUE

           NOT INVALID KEY

               MOVE 'N' TO WS-WQ-EOF

               PERFORM UNTIL WS-WQ-EOF EQUAL 'S'

                   READ FC-WATCHQ NEXT RECORD

                   AT END
                       MOVE 'S' TO WS-WQ-EOF

                   NOT AT END
                       IF FS-WATCHQ-DATABASE
                          NOT EQUAL WS-WQ-RESOLVED-NAME
                          MOVE 'S' TO WS-WQ-EOF
                       ELSE
                          IF FS-WATCHQ-IS-PENDING
                             PERFORM 1000-ONE-REVIEW-LINE
                                THRU 1000-ONE-REVIEW-LINE-EXIT
                             ADD 1 TO WS-WQ-COUNT
                          END-IF
                       END-IF
                   END-READ

               END-PERFORM

           END-START.

           CLOSE FC-WATCHQ.
           CLOSE FC-WATCH-RPT.

           MOVE WS-WQ-COUNT      TO LS-REYDB-RECORD-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - compliance releases one held record.  ***
      *** A held insert or rewrite lands through the front door; a   ***
      *** rescreen entry is already live and simply stays.           ***
      ******************************************************************
       ENTRY "REYDB_WATCHQ_RELEASE" USING LS-REYDB-DATABASE-NAME
                                          LS-WATCHQ-KEY.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0200-CHECK-COMPLY THRU 0200-CHECK-COMPLY-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0300-DECIDE THRU 0300-DECIDE-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           MOVE 'R' TO FS-WATCHQ-STATE.

           REWRITE FS-WATCHQ-RECORD
           INVALID KEY
               MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
           END-REWRITE.

           CLOSE FC-WATCHQ.

           MOVE "RELEASED BY COMPLIANCE" TO WS-WORKQ-NOTE.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
           OR WS-WQ-OPERATION EQUAL 'S'
              PERFORM 0500-RESOLVE-WORK THRU 0500-RESOLVE-WORK-EXIT
              GOBACK
           END-IF.

      *** Marked released before the call, so the screen inside it
      *** lets this exact content through.
           IF WS-WQ-OPERATION EQUAL WS-WATCH-OP-ADD
              CALL "REYDB_ADD" USING WS-WQ-RECORD
                                     LS-REYDB-DATABASE-NAME
                  RETURNING WS-REYDB-RESULT-ACTION
              END-CALL
           ELSE
              CALL "REYDB_REWRITE" USING WS-WQ-RECORD
                                         LS-REYDB-DATABASE-NAME
                  RETURNING WS-REYDB-RESULT-ACTION
              END-CALL
           END-IF.

      *** Only a landed record stays released - a refused write puts
      *** the entry back for another look.
           IF WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-WRITE-SUCCESS
           OR WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-TRUNCATED
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-RESULT-ACTION TO LS-REYDB-RESULT
              PERFORM 0400-BACK-TO-PENDING
                 THRU 0400-BACK-TO-PENDING-EXIT
           END-IF.

           PERFORM 0500-RESOLVE-WORK THRU 0500-RESOLVE-WORK-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - compliance blocks one held record.     ***
      *** Nothing lands; a live row the rescreen caught comes out    ***
      *** through the ordinary REYDB_REMOVE.                         ***
      ******************************************************************
       ENTRY "REYDB_WATCHQ_BLOCK" USING LS-REYDB-DATABASE-NAME
                                        LS-WATCHQ-KEY.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0200-CHECK-COMPLY THRU 0200-CHECK-COMPLY-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0300-DECIDE THRU 0300-DECIDE-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           MOVE 'B' TO FS-WATCHQ-STATE.

           REWRITE FS-WATCHQ-RECORD
           INVALID KEY
               MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
           END-REWRITE.

           CLOSE FC-WATCHQ.

           MOVE "BLOCKED BY COMPLIANCE" TO WS-WORKQ-NOTE.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
           OR WS-WQ-OPERATION NOT EQUAL 'S'
              PERFORM 0500-RESOLVE-WORK THRU 0500-RESOLVE-WORK-EXIT
              GOBACK
           END-IF.

           CALL "REYDB_REMOVE" USING WS-WQ-RECORD
                                     LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-ACTION
           END-CALL.

      *** A row already gone is as blocked as it gets; any other
      *** refusal puts the entry back for another look.
           IF WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-REMOVE-SUCCESS
           OR WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-SOFT-DELETED
           OR WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-NOT-FOUND
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-RESULT-ACTION TO LS-REYDB-RESULT
              PERFORM 0400-BACK-TO-PENDING
                 THRU 0400-BACK-TO-PENDING-EXIT
           END-IF.

           PERFORM 0500-RESOLVE-WORK THRU 0500-RESOLVE-WORK-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - the nightly rescreen of one database  ***
      *** against the list as it stands. Skipped (zero rows) when    ***
      *** neither the list nor the nominations changed since the     ***
      *** last one, unless forced; LS-REYDB-RECORD-COUNT hands back  ***
      *** the rows newly held.                                       ***
      ******************************************************************
       ENTRY "REYDB_WATCHQ_RESCREEN" USING LS-REYDB-DATABASE-NAME
                                           LS-WATCHQ-FORCE
                                           LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-WQ-COUNT LS-REYDB-RECORD-COUNT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.

           PERFORM 2000-NEEDS-RESCREEN THRU 2000-NEEDS-RESCREEN-EXIT.

           IF WS-WQ-NEWEST EQUAL SPACE
           OR (WS-WQ-NEWEST NOT GREATER THAN WS-WQ-LAST-RESCREEN
               AND LS-WATCHQ-FORCE NOT EQUAL 'Y')
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           CALL "REYDB_POLICY" USING LS-REYDB-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

      *** Shared hold - one consistent population while readers keep
      *** flowing.
           CALL "REYDB_ENQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           ACCEPT WS-WQ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-WQ-TIME FROM TIME.
           MOVE WS-WQ-DATE TO WS-WQ-STAMP (1:8).
           MOVE WS-WQ-TIME TO WS-WQ-STAMP (9:8).

           MOVE SPACE TO WS-WQ-USER.

           CALL "REYDB_WHOAMI" USING WS-WQ-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           MOVE "watchrsc.rpt" TO WS-WATCH-RPT-NAME.
           CALL "REYDB_ENV_NAME" USING WS-WATCH-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           OPEN OUTPUT FC-WATCH-RPT.

           MOVE 'N' TO WS-REYDB-EOF.

           OPEN INPUT FC-REYDB.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-REYDB-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      PERFORM 3000-RESCREEN-ROW
                         THRU 3000-RESCREEN-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.
           CLOSE FC-WATCH-RPT.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           PERFORM 2500-STAMP-RESCREEN THRU 2500-STAMP-RESCREEN-EXIT.

           MOVE WS-WQ-COUNT      TO LS-REYDB-RECORD-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once.      ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-WQ-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-WQ-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Deciding is the COMPLY role's, and never anonymous.        ***
      ******************************************************************
       0200-CHECK-COMPLY.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.
           MOVE SPACE TO WS-WQ-USER.

           CALL "REYDB_WHOAMI" USING WS-WQ-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           IF WS-WQ-USER EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               LS-WATCHQ-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GO TO 0200-CHECK-COMPLY-EXIT
           END-IF.

           CALL "REYDB_ROLE_CHECK" USING WS-ROLE-COMPLY
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-WQ-USER
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               LS-WATCHQ-KEY
                                               WS-SECJRNL-NO-ROLE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
           END-IF.

       0200-CHECK-COMPLY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The held entry a decision is about - it has to be pending, ***
      *** and the decider cannot be whoever sent the record. Leaves  ***
      *** FC-WATCHQ open on the entry, stamped with the decision's   ***
      *** user and time and copied into WS-WQ-RECORD.               ***
      ******************************************************************
       0300-DECIDE.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-WATCHQ.

           IF WS-WATCHQ-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GO TO 0300-DECIDE-EXIT
           END-IF.

           MOVE WS-WQ-RESOLVED-NAME TO FS-WATCHQ-DATABASE.
           MOVE LS-WATCHQ-KEY       TO FS-WATCHQ-RECORD-KEY.

           READ FC-WATCHQ KEY IS FS-WATCHQ-KEY
           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
           END-READ.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              CLOSE FC-WATCHQ
              GO TO 0300-DECIDE-EXIT
           END-IF.

           IF NOT FS-WATCHQ-IS-PENDING
              MOVE WS-REYDB-ILLEGAL-TRANSITION TO LS-REYDB-RESULT
              CLOSE FC-WATCHQ
              GO TO 0300-DECIDE-EXIT
           END-IF.

      *** The compliance eyes have to be a DIFFERENT pair.
           IF FS-WATCHQ-MAKER EQUAL WS-WQ-USER
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-WQ-USER
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               LS-WATCHQ-KEY
                                               WS-SECJRNL-MAKER-CHECK
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              CLOSE FC-WATCHQ
              GO TO 0300-DECIDE-EXIT
           END-IF.

           ACCEPT WS-WQ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-WQ-TIME FROM TIME.

           MOVE WS-WQ-USER TO FS-WATCHQ-DECIDER.
           MOVE WS-WQ-DATE TO FS-WATCHQ-DECIDED-TS (1:8).
           MOVE WS-WQ-TIME TO FS-WATCHQ-DECIDED-TS (9:8).

           MOVE FS-WATCHQ-OPERATION   TO WS-WQ-OPERATION.
           MOVE FS-WATCHQ-RECORD-KEY  TO WS-WQ-REC-KEY.
           MOVE SPACE                 TO WS-WQ-REC-BUFFER.
           MOVE FS-WATCHQ-CONTENT     TO WS-WQ-REC-CONTENT.

       0300-DECIDE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A decision the front door refused is undone - the entry    ***
      *** goes back to PENDING with no decider.                      ***
      ******************************************************************
       0400-BACK-TO-PENDING.

           OPEN I-O FC-WATCHQ.

           IF WS-WATCHQ-FILE-STATUS NOT EQUAL "00"
              GO TO 0400-BACK-TO-PENDING-EXIT
           END-IF.

           MOVE WS-WQ-RESOLVED-NAME TO FS-WATCHQ-DATABASE.
           MOVE LS-WATCHQ-KEY       TO FS-WATCHQ-RECORD-KEY.

           READ FC-WATCHQ KEY IS FS-WATCHQ-KEY

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               MOVE 'P'   TO FS-WATCHQ-STATE
               MOVE SPACE TO FS-WATCHQ-DECIDER FS-WATCHQ-DECIDED-TS
               REWRITE FS-WATCHQ-RECORD
               INVALID KEY
                   CONTINUE
               END-REWRITE

           END-READ.

           CLOSE FC-WATCHQ.

       0400-BACK-TO-PENDING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A decision that stood closes the hit's work-queue item     ***
      *** with WS-WORKQ-NOTE; one put back to pending leaves it      ***
      *** open.                                                      ***
      ******************************************************************
       0500-RESOLVE-WORK.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0500-RESOLVE-WORK-EXIT
           END-IF.

           CALL "REYDB_WORKQ_RESOLVE" USING LS-REYDB-DATABASE-NAME
                                            LS-WATCHQ-KEY
                                            WS-WORKQ-WATCH
                                            WS-WORKQ-NOTE
               RETURNING WS-REYDB-RESULT-WORKQ
           END-CALL.

       0500-RESOLVE-WORK-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One review line - what arrived, what it hit and how, who   ***
      *** sent it and when, and the content's head.                  ***
      ******************************************************************
       1000-ONE-REVIEW-LINE.

           MOVE SPACE                 TO FS-WATCH-RPT-RECORD.
           MOVE FS-WATCHQ-RECORD-KEY  TO FS-WATCH-RPT-KEY.
           MOVE FS-WATCHQ-OPERATION   TO FS-WATCH-RPT-OP.
           MOVE FS-WATCHQ-FIELD       TO FS-WATCH-RPT-FIELD.
           MOVE FS-WATCHQ-MATCH       TO FS-WATCH-RPT-MATCH.
           MOVE FS-WATCHQ-LISTED      TO FS-WATCH-RPT-LISTED.
           MOVE FS-WATCHQ-MAKER       TO FS-WATCH-RPT-MAKER.
           MOVE FS-WATCHQ-HELD-TS     TO FS-WATCH-RPT-HELD-TS.
           MOVE FS-WATCHQ-CONTENT (1:40)
             TO FS-WATCH-RPT-CONTENT.

           WRITE FS-WATCH-RPT-RECORD.

       1000-ONE-REVIEW-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The newest stamp on the list or on this database's         ***
      *** nominations, and the stamp its last rescreen left. SPACE   ***
      *** newest - nothing nominated or nothing listed, nothing to   ***
      *** screen.                                                    ***
      ******************************************************************
       2000-NEEDS-RESCREEN.

           MOVE SPACE TO WS-WQ-NEWEST WS-WQ-LAST-RESCREEN.

           OPEN INPUT FC-WATCHFLD.

           IF WS-WATCHFLD-FILE-STATUS NOT EQUAL "00"
              GO TO 2000-NEEDS-RESCREEN-EXIT
           END-IF.

           MOVE WS-WQ-RESOLVED-NAME TO FS-WATCHFLD-DATABASE.
           MOVE LOW-VALUES          TO FS-WATCHFLD-FIELD.

           START FC-WATCHFLD KEY IS GREATER THAN FS-WATCHFLD-KEY

           INVALID KEY

               CONTINUE

           NOT INVALID KEY

               MOVE 'N' TO WS-WQ-EOF

               PERFORM UNTIL WS-WQ-EOF EQUAL 'S'

                   READ FC-WATCHFLD NEXT RECORD

                   AT END
                       MOVE 'S' TO WS-WQ-EOF

                   NOT AT END
                       IF FS-WATCHFLD-DATABASE
                          NOT EQUAL WS-WQ-RESOLVED-NAME
                          MOVE 'S' TO WS-WQ-EOF
                       ELSE
                          IF FS-WATCHFLD-FIELD
                             EQUAL WS-WATCH-RESCREEN-ROW
                             MOVE FS-WATCHFLD-TIMESTAMP
                               TO WS-WQ-LAST-RESCREEN
                          ELSE
                             IF FS-WATCHFLD-TIMESTAMP
                                GREATER THAN WS-WQ-NEWEST
                                MOVE FS-WATCHFLD-TIMESTAMP
                                  TO WS-WQ-NEWEST
                             END-IF
                          END-IF
                       END-IF
                   END-READ

               END-PERFORM

           END-START.

           CLOSE FC-WATCHFLD.

      *** No nominations - nothing here is screened at all.
           IF WS-WQ-NEWEST EQUAL SPACE
              GO TO 2000-NEEDS-RESCREEN-EXIT
           END-IF.

           OPEN INPUT FC-WATCHLST.

           IF WS-WATCHLST-FILE-STATUS NOT EQUAL "00"
              MOVE SPACE TO WS-WQ-NEWEST
              GO TO 2000-NEEDS-RESCREEN-EXIT
           END-IF.

           MOVE 'N' TO WS-WQ-EOF.

           PERFORM UNTIL WS-WQ-EOF EQUAL 'S'

               READ FC-WATCHLST NEXT RECORD

               AT END
                   MOVE 'S' TO WS-WQ-EOF

               NOT AT END
                   IF FS-WATCHLST-TIMESTAMP GREATER THAN WS-WQ-NEWEST
                      MOVE FS-WATCHLST-TIMESTAMP TO WS-WQ-NEWEST
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-WATCHLST.

       2000-NEEDS-RESCREEN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Leaves this run's stamp on the database's *RESCREEN* row.  ***
      ******************************************************************
       2500-STAMP-RESCREEN.

           OPEN I-O FC-WATCHFLD.

           IF WS-WATCHFLD-FILE-STATUS NOT EQUAL "00"
              GO TO 2500-STAMP-RESCREEN-EXIT
           END-IF.

           MOVE WS-WQ-RESOLVED-NAME   TO FS-WATCHFLD-DATABASE.
           MOVE WS-WATCH-RESCREEN-ROW TO FS-WATCHFLD-FIELD.
           MOVE SPACE                 TO FS-WATCHFLD-KIND.
           MOVE WS-WQ-STAMP           TO FS-WATCHFLD-TIMESTAMP.
           MOVE WS-WQ-USER            TO FS-WATCHFLD-USER.

           WRITE FS-WATCHFLD-RECORD
           INVALID KEY
               REWRITE FS-WATCHFLD-RECORD
               INVALID KEY
                   CONTINUE
               END-REWRITE
           END-WRITE.

           CLOSE FC-WATCHFLD.

       2500-STAMP-RESCREEN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One live row - deciphered and screened. A hit on a key     ***
      *** already pending is left to that decision; any other hit is ***
      *** queued as a RESCREEN entry and listed.                     ***
      ******************************************************************
       3000-RESCREEN-ROW.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-WQ-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-WQ-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-WQ-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       LS-REYDB-DATABASE-NAME
                       FS-REYDB-KEY
                       WS-WQ-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-WQ-PLAIN
                                             WS-WQ-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-WQ-PLAIN
                                         WS-WQ-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           MOVE FS-REYDB-KEY TO WS-WQ-REC-KEY.

           CALL "REYDB_WATCH_CHECK" USING LS-REYDB-DATABASE-NAME
                                          WS-WQ-REC-KEY
                                          WS-WQ-PLAIN
                                          WS-WQ-HIT-FIELD
                                          WS-WQ-HIT-MATCH
                                          WS-WQ-HIT-LISTED
               RETURNING WS-REYDB-RESULT-WATCH
           END-CALL.

           IF WS-REYDB-RESULT-WATCH NOT EQUAL WS-REYDB-SCREEN-HELD
              GO TO 3000-RESCREEN-ROW-EXIT
           END-IF.

           OPEN I-O FC-WATCHQ.

      *** First hold ever - watchq.dat self-creates.
           IF WS-WATCHQ-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-WATCHQ
              CLOSE FC-WATCHQ
              OPEN I-O FC-WATCHQ
           END-IF.

           MOVE WS-WQ-RESOLVED-NAME TO FS-WATCHQ-DATABASE.
           MOVE WS-WQ-REC-KEY       TO FS-WATCHQ-RECORD-KEY.

           READ FC-WATCHQ KEY IS FS-WATCHQ-KEY

           INVALID KEY

               MOVE SPACE TO FS-WATCHQ-STATE

           END-READ.

           IF FS-WATCHQ-IS-PENDING
              CLOSE FC-WATCHQ
              GO TO 3000-RESCREEN-ROW-EXIT
           END-IF.

           MOVE WS-WQ-RESOLVED-NAME TO FS-WATCHQ-DATABASE.
           MOVE WS-WQ-REC-KEY       TO FS-WATCHQ-RECORD-KEY.
           MOVE 'S'                 TO FS-WATCHQ-OPERATION.
           MOVE 'P'                 TO FS-WATCHQ-STATE.
           MOVE WS-WQ-PLAIN         TO FS-WATCHQ-CONTENT.
           MOVE WS-WQ-HIT-FIELD     TO FS-WATCHQ-FIELD.
           MOVE WS-WQ-HIT-MATCH     TO FS-WATCHQ-MATCH.
           MOVE WS-WQ-HIT-LISTED    TO FS-WATCHQ-LISTED.
           MOVE WS-WQ-USER          TO FS-WATCHQ-MAKER.
           MOVE WS-WQ-STAMP         TO FS-WATCHQ-HELD-TS.
           MOVE SPACE               TO FS-WATCHQ-DECIDER
                                       FS-WATCHQ-DECIDED-TS.

           WRITE FS-WATCHQ-RECORD
           INVALID KEY
               REWRITE FS-WATCHQ-RECORD
               INVALID KEY
                   CONTINUE
               END-REWRITE
           END-WRITE.

           CLOSE FC-WATCHQ.

           ADD 1 TO WS-WQ-COUNT.

           MOVE SPACE TO WS-WORKQ-DETAIL.
           STRING "RESCREEN HIT ON "  DELIMITED BY SIZE
                  WS-WQ-HIT-FIELD     DELIMITED BY SPACE
                  " - HELD ON WATCHQ" DELIMITED BY SIZE
             INTO WS-WORKQ-DETAIL
           END-STRING.

           CALL "REYDB_WORKQ" USING WS-WQ-RESOLVED-NAME
                                    WS-WQ-REC-KEY
                                    WS-WORKQ-WATCH
                                    WS-WORKQ-DETAIL
               RETURNING WS-REYDB-RESULT-WORKQ
           END-CALL.

           PERFORM 1000-ONE-REVIEW-LINE THRU 1000-ONE-REVIEW-LINE-EXIT.

       3000-RESCREEN-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-WATCHLST-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-WATCHFLD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-WATCHQ-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
