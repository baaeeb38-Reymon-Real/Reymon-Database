      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    backout.cbl        ***
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
       PROGRAM-ID. REYDB_BACKOUT IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Selective back-out of one job run. A bad load or a wrong   ***
      *** REYDB_UPDATE_WHERE used to leave two choices -             ***
      *** REYDB_RECOVER_TO a point in time, losing every good change ***
      *** made after it, or fixing by hand. Every audit trail row    ***
      *** now carries the run identifier of the job that wrote it    ***
      *** (REYDB_RUNID, opened by the REYDB_RUNLOG bracket), so this ***
      *** program reverses exactly one run's changes and nothing     ***
      *** else.                                                      ***
      ***                                                            ***
      *** The trail is read twice into a per-key work file. Each key ***
      *** the run touched goes back to the image it had before the   ***
      *** run's first change to it - a key the run ADDed is deleted  ***
      *** again the way REYDB_REMOVE deletes, anything else has its  ***
      *** before-image put back, checksum entry refiled. A key some  ***
      *** other run (or an unbracketed call) changed after the run   ***
      *** first touched it is listed as a CONFLICT and left alone -  ***
      *** the later change wins, and the caller gets STALE-RECORD so ***
      *** nobody takes the back-out for complete. A renumbered key   ***
      *** (REYDB_REKEY_MAP) cannot be reversed from an image and is  ***
      *** listed the same way.                                       ***
      ***                                                            ***
      *** Each reversed key is taken through the side files the      ***
      *** single-call programs keep as they write: off the word and  ***
      *** phonetic indexes under the content it had, back on under   ***
      *** the content it gets, and into the day's control totals and ***
      *** the storage quotas as the net change it makes - REMOVE for ***
      *** a key withdrawn, ADD for one written back, REWRITE for one ***
      *** whose image is replaced. The key index and the group       ***
      *** totals are rebuilt outright once the reversals are done.   ***
      ***                                                            ***
      *** The back-out is itself a bracketed run, its reversals on   ***
      *** the trail as BACKOUT rows under its own number - so a      ***
      *** back-out run in error can be backed out in turn.           ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-audit.cpy".
       COPY "file/control/reydb-backout.cpy".
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
       COPY "file/section/reydb-audit.cpy".
       COPY "file/section/reydb-backout.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_BACKOUT".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-diag.cpy".
       COPY "data/working/reydb-backout.cpy".
       COPY "data/working/reydb-totals.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-phonetic.cpy".
       COPY "data/working/reydb-quota.cpy".

      *** This program's name on the common run-log.
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_BACKOUT".

      *** Fixed-size argument for the CALL to REYDB_AUDIT.
       77 WS-AUDIT-OP-BACKOUT PIC X(08) VALUE "BACKOUT".

      *** The net change a reversal makes, as the control totals
      *** file it.
       77 WS-AUDIT-OP-ADD     PIC X(08) VALUE "ADD".
       77 WS-AUDIT-OP-REWRITE PIC X(08) VALUE "REWRITE".
       77 WS-AUDIT-OP-REMOVE  PIC X(08) VALUE "REMOVE".

      *** Backing a run out is administrator work.
       77 WS-AUTH-LEVEL-ADMIN  PIC X(01) VALUE 'A'.
       77 WS-REYDB-RESULT-AUTH PIC 9(18) VALUE ZERO.

      *** Place of the trail row in hand, counted from the top.
       77 WS-BKO-ORDINAL PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-BKO-EOF     PIC X(01) VALUE 'N'.

      *** The live row before the reversal lands, for the BACKOUT
      *** trail row's before-image - SPACE when it is not on file.
       77 WS-BKO-LIVE-BEFORE PIC X(512) VALUE SPACE.
       77 WS-BKO-ON-FILE     PIC X(01)  VALUE 'N'.

      *** The landed content on its way back to plaintext for the
      *** checksum refile, and the generation it is at rest under.
       77 WS-BKO-CONTENT       PIC X(471) VALUE SPACE.
       77 WS-BKO-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-BKO-GEN           PIC 9(04) COMP-5 VALUE ZERO.

      *** The live row's plaintext content, and whether it was an
      *** active row - what the side files answer for until the
      *** reversal lands. WS-BKO-NEW-ACTIVE says the same of the
      *** row the reversal leaves behind.
       77 WS-BKO-OLD-CONTENT PIC X(471) VALUE SPACE.
       77 WS-BKO-OLD-ACTIVE  PIC X(01)  VALUE 'N'.
       77 WS-BKO-NEW-ACTIVE  PIC X(01)  VALUE 'N'.

      *** Run counters.
       77 WS-BKO-REVERSED  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-BKO-CONFLICTS PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-BKO-FAILED    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-BKO-KEYS      PIC 9(09) COMP-5 VALUE ZERO.

      *** An edited run number for a listing line.
       77 WS-BKO-EDIT PIC Z(08)9 VALUE ZERO.

      *** Group totals are rebuilt outright after the reversals.
       77 WS-BKO-REBUILD     PIC X(01) VALUE 'Y'.
       77 WS-BKO-DRIFT-COUNT PIC 9(09) COMP-5 VALUE ZERO.

      *** Results of the calls down the reversal.
       77 WS-REYDB-RESULT-AUDIT    PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-CHECKSUM PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-INDEX    PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GRPTOT   PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The run to reverse, as REYDB_RUNHIST lists it.
       77 LS-BACKOUT-RUN-ID PIC 9(09) VALUE ZERO.

      *** Keys put back, and keys listed and left alone.
       77 LS-BACKOUT-REVERSED-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-BACKOUT-CONFLICT-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-LOCKED          VALUE 12.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
          88 LS-REYDB-RESULT-IS-STALE-RECORD    VALUE 21.
      ******************************************************************

      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-BACKOUT-RUN-ID
                                    LS-BACKOUT-REVERSED-COUNT
                                    LS-BACKOUT-CONFLICT-COUNT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** Run zero is every change made outside a bracketed job -
      *** not one run, and nothing to back out as one.
           IF LS-BACKOUT-RUN-ID NOT NUMERIC
           OR LS-BACKOUT-RUN-ID EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE ZERO TO LS-BACKOUT-REVERSED-COUNT
                        LS-BACKOUT-CONFLICT-COUNT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
              MOVE SPACE TO WS-AUDIT-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     ".log"                 DELIMITED BY SIZE
                INTO WS-AUDIT-DATABASE-NAME
           END-IF.

      *** Does the signed-on user clear this database's access list.
           CALL "REYDB_AUTHCHECK" USING LS-REYDB-DATABASE-NAME
                                        WS-AUTH-LEVEL-ADMIN
               RETURNING WS-REYDB-RESULT-AUTH
           END-CALL.

           IF WS-REYDB-RESULT-AUTH NOT EQUAL WS-REYDB-SUCCESS
              IF WS-REYDB-RESULT-AUTH EQUAL WS-REYDB-NOT-AUTHORIZED
                 CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                                  WS-SECJRNL-PROGRAM
                                                  LS-REYDB-DATABASE-NAME
                                                  WS-SECJRNL-NO-KEY
                                                  WS-SECJRNL-ACCESS
                     RETURNING WS-REYDB-RESULT-SECJRNL
                 END-CALL
              END-IF
              MOVE WS-REYDB-RESULT-AUTH TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** The run-log's opening bracket - the back-out's own run.
           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
                                     LS-REYDB-DATABASE-NAME
                                     WS-RUNLOG-PHASE-START
                                     WS-REYDB-RESULT-RUNLOG
                                     WS-RUNLOG-ZERO
               RETURNING WS-REYDB-RESULT-RUNLOG
           END-CALL.

           CALL "REYDB_POLICY" USING LS-REYDB-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

           MOVE ZERO TO WS-BKO-REVERSED WS-BKO-CONFLICTS
                        WS-BKO-FAILED   WS-BKO-KEYS.

      *** Held from the first trail read to the last reversal, so no
      *** write can slip onto the trail between the conflict check
      *** and the key it was made for.
           CALL "REYDB_ENQUEUE" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GO TO 0900-CLOSE-RUN
           END-IF.

           PERFORM 1000-GATHER-RUN THRU 1000-GATHER-RUN-EXIT.

           IF WS-BKO-KEYS EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              CALL "REYDB_DEQUEUE" USING LS-REYDB-DATABASE-NAME
                  RETURNING WS-REYDB-RESULT-LOCK
              END-CALL
              GO TO 0900-CLOSE-RUN
           END-IF.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              PERFORM 2000-PRIOR-GENERATIONS
                 THRU 2000-PRIOR-GENERATIONS-EXIT
           END-IF.

           PERFORM 3000-REVERSE-RUN THRU 3000-REVERSE-RUN-EXIT.

      *** The side indexes still answer for the run's values - one
      *** rebuild from the reversed file puts them right, the same
      *** way REYDB_RECOVER_TO finishes.
           CALL "REYDB_INDEX_BUILD" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-INDEX
           END-CALL.

           CALL "REYDB_DEQUEUE" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           CALL "REYDB_GRPTOT_VERIFY" USING LS-REYDB-DATABASE-NAME
                                            WS-BKO-REBUILD
                                            WS-BKO-DRIFT-COUNT
               RETURNING WS-REYDB-RESULT-GRPTOT
           END-CALL.

           MOVE WS-BKO-REVERSED  TO LS-BACKOUT-REVERSED-COUNT.
           MOVE WS-BKO-CONFLICTS TO LS-BACKOUT-CONFLICT-COUNT.

           EVALUATE TRUE
               WHEN WS-BKO-FAILED GREATER THAN ZERO
                   MOVE WS-REYDB-FAILURE      TO LS-REYDB-RESULT
               WHEN WS-BKO-CONFLICTS GREATER THAN ZERO
                   MOVE WS-REYDB-STALE-RECORD TO LS-REYDB-RESULT
               WHEN OTHER
                   MOVE WS-REYDB-SUCCESS      TO LS-REYDB-RESULT
           END-EVALUATE.

       0900-CLOSE-RUN.

      *** A bad result leaves a diagnostic snapshot behind first.
           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT
           END-IF.

           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
                                     LS-REYDB-DATABASE-NAME
                                     WS-RUNLOG-PHASE-END
                                     LS-REYDB-RESULT
                                     WS-BKO-REVERSED
               RETURNING WS-REYDB-RESULT-RUNLOG
           END-CALL.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** First pass over the trail - every row the run wrote lands  ***
      *** on the work file under its key (the first one keeps its    ***
      *** before-image, each one updates the last after-image), and  ***
      *** any other row for a key already gathered marks a conflict. ***
      ******************************************************************
       1000-GATHER-RUN.

           OPEN OUTPUT FC-BACKWRK.
           CLOSE FC-BACKWRK.
           OPEN I-O FC-BACKWRK.

           MOVE ZERO TO WS-BKO-ORDINAL.
           MOVE 'N'  TO WS-BKO-EOF.

           OPEN INPUT FC-AUDIT.

           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-BACKWRK
              GO TO 1000-GATHER-RUN-EXIT
           END-IF.

           PERFORM UNTIL WS-BKO-EOF EQUAL 'S'
               READ FC-AUDIT
               AT END
                   MOVE 'S' TO WS-BKO-EOF
               NOT AT END
                   ADD 1 TO WS-BKO-ORDINAL
                   IF FS-AUDIT-RUN-ID EQUAL LS-BACKOUT-RUN-ID
                      PERFORM 1100-NOTE-RUN-ROW
                         THRU 1100-NOTE-RUN-ROW-EXIT
                   ELSE
                      PERFORM 1200-NOTE-OTHER-ROW
                         THRU 1200-NOTE-OTHER-ROW-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE FC-AUDIT.
           CLOSE FC-BACKWRK.

       1000-GATHER-RUN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One of the run's own rows.                                 ***
      ******************************************************************
       1100-NOTE-RUN-ROW.

           MOVE FS-AUDIT-KEY TO FS-BACKWRK-KEY.

           READ FC-BACKWRK KEY IS FS-BACKWRK-KEY

           INVALID KEY

               MOVE FS-AUDIT-KEY       TO FS-BACKWRK-KEY
               MOVE WS-BKO-ORDINAL     TO FS-BACKWRK-FIRST-ORDINAL
               MOVE FS-AUDIT-OPERATION TO FS-BACKWRK-FIRST-OP
               MOVE FS-AUDIT-BEFORE    TO FS-BACKWRK-FIRST-BEFORE
               MOVE ZERO               TO FS-BACKWRK-PRIOR-GEN
               MOVE FS-AUDIT-AFTER     TO FS-BACKWRK-LAST-AFTER
               MOVE FS-AUDIT-KEYGEN    TO FS-BACKWRK-LAST-GEN
               MOVE 1                  TO FS-BACKWRK-CHANGES
               SET FS-BACKWRK-IS-CLEAR TO TRUE
               MOVE ZERO               TO FS-BACKWRK-CONFLICT-RUN
               MOVE SPACE              TO FS-BACKWRK-CONFLICT-OP
                                          FS-BACKWRK-CONFLICT-TS

               IF FS-AUDIT-OPERATION EQUAL "REKEY"
                  SET FS-BACKWRK-IS-IRREVERSIBLE TO TRUE
               END-IF

               WRITE FS-BACKWRK-RECORD
               INVALID KEY
                   ADD 1 TO WS-BKO-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-BKO-KEYS
               END-WRITE

           NOT INVALID KEY

               MOVE FS-AUDIT-AFTER  TO FS-BACKWRK-LAST-AFTER
               MOVE FS-AUDIT-KEYGEN TO FS-BACKWRK-LAST-GEN
               ADD 1 TO FS-BACKWRK-CHANGES

               IF FS-AUDIT-OPERATION EQUAL "REKEY"
                  AND FS-BACKWRK-IS-CLEAR
                  SET FS-BACKWRK-IS-IRREVERSIBLE TO TRUE
               END-IF

               REWRITE FS-BACKWRK-RECORD
               INVALID KEY
                   ADD 1 TO WS-BKO-FAILED
               END-REWRITE

           END-READ.

       1100-NOTE-RUN-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Somebody else's row - a conflict when the run had already  ***
      *** touched the key. The first such change is the one listed.  ***
      ******************************************************************
       1200-NOTE-OTHER-ROW.

           MOVE FS-AUDIT-KEY TO FS-BACKWRK-KEY.

           READ FC-BACKWRK KEY IS FS-BACKWRK-KEY
           INVALID KEY
               GO TO 1200-NOTE-OTHER-ROW-EXIT
           END-READ.

           IF NOT FS-BACKWRK-IS-CLEAR
              GO TO 1200-NOTE-OTHER-ROW-EXIT
           END-IF.

           SET FS-BACKWRK-IS-LATER-CHANGE TO TRUE.
           MOVE FS-AUDIT-RUN-ID    TO FS-BACKWRK-CONFLICT-RUN.
           MOVE FS-AUDIT-OPERATION TO FS-BACKWRK-CONFLICT-OP.
           MOVE FS-AUDIT-TIMESTAMP TO FS-BACKWRK-CONFLICT-TS.

           REWRITE FS-BACKWRK-RECORD
           INVALID KEY
               ADD 1 TO WS-BKO-FAILED
           END-REWRITE.

       1200-NOTE-OTHER-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Second pass, enciphered databases only - the generation    ***
      *** each gathered key's before-image is at rest under is the   ***
      *** one the last trail row ahead of the run's first change     ***
      *** landed it with.                                            ***
      ******************************************************************
       2000-PRIOR-GENERATIONS.

           OPEN I-O FC-BACKWRK.

           MOVE ZERO TO WS-BKO-ORDINAL.
           MOVE 'N'  TO WS-BKO-EOF.

           OPEN INPUT FC-AUDIT.

           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-BACKWRK
              GO TO 2000-PRIOR-GENERATIONS-EXIT
           END-IF.

           PERFORM UNTIL WS-BKO-EOF EQUAL 'S'
               READ FC-AUDIT
               AT END
                   MOVE 'S' TO WS-BKO-EOF
               NOT AT END
                   ADD 1 TO WS-BKO-ORDINAL
                   MOVE FS-AUDIT-KEY TO FS-BACKWRK-KEY
                   READ FC-BACKWRK KEY IS FS-BACKWRK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-BKO-ORDINAL LESS THAN
                          FS-BACKWRK-FIRST-ORDINAL
                          MOVE FS-AUDIT-KEYGEN
                            TO FS-BACKWRK-PRIOR-GEN
                          REWRITE FS-BACKWRK-RECORD
                          INVALID KEY
                              ADD 1 TO WS-BKO-FAILED
                          END-REWRITE
                       END-IF
                   END-READ
               END-READ
           END-PERFORM.

           CLOSE FC-AUDIT.
           CLOSE FC-BACKWRK.

       2000-PRIOR-GENERATIONS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Walks the work file in key order - each key reversed or    ***
      *** listed as a conflict - onto backout.rpt.                   ***
      ******************************************************************
       3000-REVERSE-RUN.

           OPEN OUTPUT FC-BACKRPT.

           MOVE SPACE TO FS-BACKRPT-RECORD.
           MOVE "*RUN*" TO FS-BACKRPT-KEY.
           MOVE "BACKOUT" TO FS-BACKRPT-ACTION.
           MOVE LS-BACKOUT-RUN-ID TO WS-BKO-EDIT.
           STRING "RUN "                 DELIMITED BY SIZE
                  WS-BKO-EDIT            DELIMITED BY SIZE
                  " ON "                 DELIMITED BY SIZE
                  WS-REYDB-DATABASE-NAME DELIMITED BY SPACE
             INTO FS-BACKRPT-DETAIL.
           WRITE FS-BACKRPT-RECORD.

           OPEN I-O FC-BACKWRK.
           OPEN I-O FC-REYDB.

           MOVE LOW-VALUES TO FS-BACKWRK-KEY.
           MOVE 'N'        TO WS-BKO-EOF.

           START FC-BACKWRK KEY IS GREATER THAN FS-BACKWRK-KEY
           INVALID KEY
               MOVE 'S' TO WS-BKO-EOF
           END-START.

           PERFORM UNTIL WS-BKO-EOF EQUAL 'S'
               READ FC-BACKWRK NEXT RECORD
               AT END
                   MOVE 'S' TO WS-BKO-EOF
               NOT AT END
                   PERFORM 3100-BACK-ONE-KEY
                      THRU 3100-BACK-ONE-KEY-EXIT
               END-READ
           END-PERFORM.

           CLOSE FC-REYDB.
           CLOSE FC-BACKWRK.
           CLOSE FC-BACKRPT.

       3000-REVERSE-RUN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One key. A conflict is listed and left alone; a key the    ***
      *** run ADDed is deleted again; anything else gets its         ***
      *** before-image back.                                         ***
      ******************************************************************
       3100-BACK-ONE-KEY.

           MOVE SPACE               TO FS-BACKRPT-RECORD.
           MOVE FS-BACKWRK-KEY      TO FS-BACKRPT-KEY.
           MOVE FS-BACKWRK-FIRST-OP TO FS-BACKRPT-OP.
           MOVE FS-BACKWRK-CHANGES  TO FS-BACKRPT-CHANGES.

           IF FS-BACKWRK-IS-LATER-CHANGE
              ADD 1 TO WS-BKO-CONFLICTS
              MOVE "CONFLICT" TO FS-BACKRPT-ACTION
              MOVE FS-BACKWRK-CONFLICT-RUN TO WS-BKO-EDIT
              STRING FS-BACKWRK-CONFLICT-OP DELIMITED BY SPACE
                     " BY RUN "             DELIMITED BY SIZE
                     WS-BKO-EDIT            DELIMITED BY SIZE
                     " AT "                 DELIMITED BY SIZE
                     FS-BACKWRK-CONFLICT-TS DELIMITED BY SIZE
                INTO FS-BACKRPT-DETAIL
              WRITE FS-BACKRPT-RECORD
              GO TO 3100-BACK-ONE-KEY-EXIT
           END-IF.

           IF FS-BACKWRK-IS-IRREVERSIBLE
              ADD 1 TO WS-BKO-CONFLICTS
              MOVE "CONFLICT" TO FS-BACKRPT-ACTION
              MOVE "RENUMBERED BY THE RUN - NOT REVERSIBLE"
                TO FS-BACKRPT-DETAIL
              WRITE FS-BACKRPT-RECORD
              GO TO 3100-BACK-ONE-KEY-EXIT
           END-IF.

           MOVE FS-BACKWRK-KEY TO FS-REYDB-KEY.
           MOVE SPACE          TO WS-BKO-LIVE-BEFORE.
           MOVE 'N'            TO WS-BKO-ON-FILE.

           READ FC-REYDB KEY IS FS-REYDB-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-REYDB-BUFFER TO WS-BKO-LIVE-BEFORE
               MOVE 'Y'             TO WS-BKO-ON-FILE
           END-READ.

           PERFORM 3050-LIVE-CONTENT THRU 3050-LIVE-CONTENT-EXIT.

           IF FS-BACKWRK-FIRST-BEFORE EQUAL SPACE
              PERFORM 3200-WITHDRAW-ADD THRU 3200-WITHDRAW-ADD-EXIT
           ELSE
              PERFORM 3300-RESTORE-IMAGE THRU 3300-RESTORE-IMAGE-EXIT
           END-IF.

           WRITE FS-BACKRPT-RECORD.

       3100-BACK-ONE-KEY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The live row back to plaintext - at rest under the         ***
      *** generation the run's last change landed it with, since no  ***
      *** later change got to it - for the side files to unfile. A   ***
      *** row not on file, or soft-deleted, answers for nothing.     ***
      ******************************************************************
       3050-LIVE-CONTENT.

           MOVE SPACE TO WS-BKO-OLD-CONTENT.
           MOVE 'N'   TO WS-BKO-OLD-ACTIVE.

           IF WS-BKO-ON-FILE NOT EQUAL 'Y'
              GO TO 3050-LIVE-CONTENT-EXIT
           END-IF.

           IF WS-BKO-LIVE-BEFORE (1:1) EQUAL "Y"
           OR WS-BKO-LIVE-BEFORE (1:1) EQUAL "Z"
              GO TO 3050-LIVE-CONTENT-EXIT
           END-IF.

           MOVE 'Y' TO WS-BKO-OLD-ACTIVE.
           MOVE WS-BKO-LIVE-BEFORE (42:471) TO WS-BKO-OLD-CONTENT.

           IF WS-BKO-LIVE-BEFORE (1:1) EQUAL "C"
              MOVE 'Y' TO WS-BKO-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-BKO-COMPRESS-FLAG
           END-IF.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              MOVE FS-BACKWRK-LAST-GEN TO WS-BKO-GEN
              CALL "REYDB_DECRYPT_GEN" USING WS-BKO-OLD-CONTENT
                                             WS-BKO-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-BKO-OLD-CONTENT
                                         WS-BKO-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

       3050-LIVE-CONTENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The run brought the key into being - it is deleted again,  ***
      *** flagged the way REYDB_REMOVE flags it, content untouched,  ***
      *** so REYDB_PURGE reclaims it in the ordinary way.            ***
      ******************************************************************
       3200-WITHDRAW-ADD.

           IF WS-BKO-ON-FILE NOT EQUAL 'Y'
              MOVE "ALREADY GONE" TO FS-BACKRPT-ACTION
              GO TO 3200-WITHDRAW-ADD-EXIT
           END-IF.

           IF FS-REYDB-IS-COMPRESSED
              MOVE "Z" TO FS-REYDB-DELETE-FLAG
           ELSE
              SET FS-REYDB-IS-DELETED TO TRUE
           END-IF.

           REWRITE FS-REYDB-RECORD
           INVALID KEY
               ADD 1 TO WS-BKO-FAILED
               MOVE "FAILED" TO FS-BACKRPT-ACTION
               GO TO 3200-WITHDRAW-ADD-EXIT
           END-REWRITE.

           ADD 1 TO WS-BKO-REVERSED.
           MOVE "WITHDRAWN" TO FS-BACKRPT-ACTION.
           MOVE "ADDED BY THE RUN - DELETED AGAIN"
             TO FS-BACKRPT-DETAIL.

           MOVE FS-BACKWRK-LAST-GEN TO WS-BKO-GEN.

           CALL "REYDB_AUDIT" USING FS-REYDB-KEY
                                    WS-AUDIT-OP-BACKOUT
                                    WS-BKO-LIVE-BEFORE
                                    FS-REYDB-BUFFER
                                    WS-REYDB-DATABASE-NAME
                                    WS-BKO-GEN
               RETURNING WS-REYDB-RESULT-AUDIT
           END-CALL.

           MOVE 'N' TO WS-BKO-NEW-ACTIVE.

           PERFORM 3400-SIDE-FILES THRU 3400-SIDE-FILES-EXIT.

       3200-WITHDRAW-ADD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The key existed before the run - its image from before the ***
      *** run's first change goes back, written fresh when something ***
      *** since took the row off the file, and its checksum entry is ***
      *** refiled under the generation that image is at rest under.  ***
      ******************************************************************
       3300-RESTORE-IMAGE.

           MOVE FS-BACKWRK-KEY          TO FS-REYDB-KEY.
           MOVE FS-BACKWRK-FIRST-BEFORE TO FS-REYDB-BUFFER.

           IF WS-BKO-ON-FILE EQUAL 'Y'
              REWRITE FS-REYDB-RECORD
              INVALID KEY
                  ADD 1 TO WS-BKO-FAILED
                  MOVE "FAILED" TO FS-BACKRPT-ACTION
                  GO TO 3300-RESTORE-IMAGE-EXIT
              END-REWRITE
           ELSE
              WRITE FS-REYDB-RECORD
              INVALID KEY
                  ADD 1 TO WS-BKO-FAILED
                  MOVE "FAILED" TO FS-BACKRPT-ACTION
                  GO TO 3300-RESTORE-IMAGE-EXIT
              END-WRITE
           END-IF.

           ADD 1 TO WS-BKO-REVERSED.
           MOVE "RESTORED" TO FS-BACKRPT-ACTION.
           MOVE "IMAGE FROM BEFORE THE RUN PUT BACK"
             TO FS-BACKRPT-DETAIL.

           MOVE FS-BACKWRK-PRIOR-GEN TO WS-BKO-GEN.

           CALL "REYDB_AUDIT" USING FS-REYDB-KEY
                                    WS-AUDIT-OP-BACKOUT
                                    WS-BKO-LIVE-BEFORE
                                    FS-REYDB-BUFFER
                                    WS-REYDB-DATABASE-NAME
                                    WS-BKO-GEN
               RETURNING WS-REYDB-RESULT-AUDIT
           END-CALL.

           MOVE FS-REYDB-CONTENT TO WS-BKO-CONTENT.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-BKO-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-BKO-COMPRESS-FLAG
           END-IF.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_DECRYPT_GEN" USING WS-BKO-CONTENT
                                             WS-BKO-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-BKO-CONTENT
                                         WS-BKO-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           CALL "REYDB_CHECKSUM_NOTE" USING LS-REYDB-DATABASE-NAME
                                            FS-REYDB-KEY
                                            WS-BKO-CONTENT
                                            WS-BKO-GEN
               RETURNING WS-REYDB-RESULT-CHECKSUM
           END-CALL.

           IF FS-REYDB-IS-DELETED
              MOVE 'N' TO WS-BKO-NEW-ACTIVE
           ELSE
              MOVE 'Y' TO WS-BKO-NEW-ACTIVE
           END-IF.

           PERFORM 3400-SIDE-FILES THRU 3400-SIDE-FILES-EXIT.

       3300-RESTORE-IMAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One reversed key through the side files - off the word and ***
      *** phonetic indexes under the live content, on under the      ***
      *** restored content (WS-BKO-CONTENT), and the net change into ***
      *** the control totals and the storage quotas. Each call is a  ***
      *** no-op for a database that keeps no such file.              ***
      ******************************************************************
       3400-SIDE-FILES.

           IF WS-BKO-OLD-ACTIVE EQUAL 'Y'
              CALL "REYDB_WINDEX_DELETE" USING LS-REYDB-DATABASE-NAME
                                               FS-REYDB-KEY
                                               WS-BKO-OLD-CONTENT
                  RETURNING WS-REYDB-RESULT-WINDEX
              END-CALL
              CALL "REYDB_PHONETIC_DELETE" USING LS-REYDB-DATABASE-NAME
                                                 FS-REYDB-KEY
                                                 WS-BKO-OLD-CONTENT
                  RETURNING WS-REYDB-RESULT-PHONETIC
              END-CALL
           END-IF.

           IF WS-BKO-NEW-ACTIVE EQUAL 'Y'
              CALL "REYDB_WINDEX_ADD" USING LS-REYDB-DATABASE-NAME
                                            FS-REYDB-KEY
                                            WS-BKO-CONTENT
                  RETURNING WS-REYDB-RESULT-WINDEX
              END-CALL
              CALL "REYDB_PHONETIC_ADD" USING LS-REYDB-DATABASE-NAME
                                              FS-REYDB-KEY
                                              WS-BKO-CONTENT
                  RETURNING WS-REYDB-RESULT-PHONETIC
              END-CALL
           END-IF.

           EVALUATE TRUE
               WHEN WS-BKO-OLD-ACTIVE EQUAL 'Y'
                AND WS-BKO-NEW-ACTIVE EQUAL 'Y'
                   CALL "REYDB_TOTALS_NOTE"
                       USING LS-REYDB-DATABASE-NAME
                             WS-AUDIT-OP-REWRITE
                             WS-BKO-CONTENT
                       RETURNING WS-REYDB-RESULT-TOTALS
                   END-CALL
               WHEN WS-BKO-OLD-ACTIVE EQUAL 'Y'
                   CALL "REYDB_TOTALS_NOTE"
                       USING LS-REYDB-DATABASE-NAME
                             WS-AUDIT-OP-REMOVE
                             WS-BKO-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-TOTALS
                   END-CALL
                   CALL "REYDB_QUOTA_NOTE"
                       USING LS-REYDB-DATABASE-NAME
                             WS-QUOTA-OP-REMOVE
                             WS-QUOTA-ONE-ROW
                       RETURNING WS-REYDB-RESULT-QUOTA
                   END-CALL
               WHEN WS-BKO-NEW-ACTIVE EQUAL 'Y'
                   CALL "REYDB_TOTALS_NOTE"
                       USING LS-REYDB-DATABASE-NAME
                             WS-AUDIT-OP-ADD
                             WS-BKO-CONTENT
                       RETURNING WS-REYDB-RESULT-TOTALS
                   END-CALL
                   CALL "REYDB_QUOTA_NOTE"
                       USING LS-REYDB-DATABASE-NAME
                             WS-QUOTA-OP-ADD
                             WS-QUOTA-ONE-ROW
                       RETURNING WS-REYDB-RESULT-QUOTA
                   END-CALL
           END-EVALUATE.

       3400-SIDE-FILES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-BACKWRK-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-BACKRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The diagnostic snapshot a bad result leaves behind - the   ***
      *** key the reversal had in hand, the three files' statuses,   ***
      *** the counters so far and the run being backed out.          ***
      ******************************************************************
       9900-DIAG-SNAP.

           MOVE LS-REYDB-DATABASE-NAME TO WS-DIAG-DATABASE.
           MOVE LS-REYDB-RESULT        TO WS-DIAG-RESULT.
           MOVE FS-BACKWRK-KEY         TO WS-DIAG-LAST-KEY.

           MOVE WS-REYDB-DATABASE-NAME TO WS-DIAG-OPEN-NAME (1).
           MOVE WS-REYDB-FILE-STATUS   TO WS-DIAG-OPEN-STATUS (1).
           MOVE WS-AUDIT-DATABASE-NAME TO WS-DIAG-OPEN-NAME (2).
           MOVE WS-AUDIT-FILE-STATUS   TO WS-DIAG-OPEN-STATUS (2).
           MOVE WS-BACKWRK-FILE-NAME   TO WS-DIAG-OPEN-NAME (3).
           MOVE WS-BACKWRK-FILE-STATUS TO WS-DIAG-OPEN-STATUS (3).
           MOVE WS-BACKRPT-FILE-NAME   TO WS-DIAG-OPEN-NAME (4).
           MOVE WS-BACKRPT-FILE-STATUS TO WS-DIAG-OPEN-STATUS (4).

           MOVE WS-BKO-KEYS     TO WS-DIAG-READ.
           MOVE WS-BKO-REVERSED TO WS-DIAG-WRITTEN.
           ADD WS-BKO-CONFLICTS WS-BKO-FAILED GIVING WS-DIAG-REJECTED.

           MOVE LS-BACKOUT-RUN-ID TO WS-BKO-EDIT.
           STRING "BACKING OUT RUN " DELIMITED BY SIZE
                  WS-BKO-EDIT        DELIMITED BY SIZE
             INTO WS-DIAG-PARMS
           END-STRING.

           CALL "REYDB_DIAG" USING WS-RUNLOG-PROGRAM
                                   WS-DIAG-DETAIL
               RETURNING WS-REYDB-RESULT-DIAG
           END-CALL.

       9900-DIAG-SNAP-EXIT.
           EXIT.
      ******************************************************************
