      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    session.cbl        ***
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
       PROGRAM-ID. REYDB_SESSION.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Session-mode access to one database. The primary entry     ***
      *** opens the database once - gate taken, file opened I-O -    ***
      *** and the REYDB_SESSION_ADD/READ/REWRITE/REMOVE/EXIST        ***
      *** entries then work against that open handle, call after     ***
      *** call, until REYDB_SESSION_CLOSE lets go of it. A driver    ***
      *** posting ten thousand rows stops paying an open, a close    ***
      *** and a gate round trip for every one of them.               ***
      ***                                                            ***
      *** Every row goes through the same checks the single-call     ***
      *** programs apply - retired keys, storage quotas, watch list, ***
      *** derived fields, references, vault tokens, validation,      ***
      *** approvals, transitions, column security, protect list and  ***
      *** holds - and is compressed, enciphered, stamped and         ***
      *** journaled to an open REYDB_BEGIN bracket exactly as they   ***
      *** do it. The retired-key registry and the quota usage are    ***
      *** kept as each write lands, so the next row in the same      ***
      *** session is checked against them. What waits is the         ***
      *** side-file work: the audit row, history, secondary/word/    ***
      *** phonetic index, checksum, control totals and trigger event ***
      *** of each landed write are queued here and committed         ***
      *** together every checkpoint-interval writes, on              ***
      *** REYDB_SESSION_CHECKPOINT, and at REYDB_SESSION_CLOSE - in  ***
      *** the order the writes landed, through the same calls.       ***
      ***                                                            ***
      *** A key with queued side-file work is committed before       ***
      *** anything else touches it again, so a read's checksum check ***
      *** and a rewrite's key-generation lookup always see the filed ***
      *** figures.                                                   ***
      ***                                                            ***
      *** Reads answer off the live file only, like                  ***
      *** REYDB_READ_MANY - no extent, archive or segment probes. A  ***
      *** database declared as key-range shards is refused; open the ***
      *** physical shard instead.                                    ***
      ***                                                            ***
      *** Deliberately NOT "IS INITIAL" - a session that forgets its ***
      *** open file between calls is no session.                     ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-protect.cpy".
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
       COPY "file/section/reydb-protect.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_SESSION".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-index.cpy".
       COPY "data/working/reydb-grptot.cpy".
       COPY "data/working/reydb-rirule.cpy".
       COPY "data/working/reydb-history.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-totals.cpy".
       COPY "data/working/reydb-refrule.cpy".
       COPY "data/working/reydb-trigger.cpy".
       COPY "data/working/reydb-quiesce.cpy".
       COPY "data/working/reydb-derive.cpy".
       COPY "data/working/reydb-shard.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-phonetic.cpy".
       COPY "data/working/reydb-approve.cpy".
       COPY "data/working/reydb-trans.cpy".
       COPY "data/working/reydb-token.cpy".
       COPY "data/working/reydb-watch.cpy".
       COPY "data/working/reydb-hold.cpy".
       COPY "data/working/reydb-protect.cpy".
       COPY "data/working/reydb-rowfilter.cpy".
       COPY "data/working/reydb-workq.cpy".
       COPY "data/working/reydb-retire.cpy".
       COPY "data/working/reydb-quota.cpy".
       COPY "data/working/reydb-colsec.cpy".

      *** 'Y' from a successful open until the close - every other
      *** entry refuses to run outside that window.
       77 WS-SES-OPEN PIC X(01) VALUE 'N'.
          88 WS-SES-IS-OPEN VALUE 'Y'.

      *** 'Y' once the signed-on user has cleared the database's
      *** update access in this session - asked once, on the first
      *** write, not on every row.
       77 WS-SES-WRITE-CLEARED PIC X(01) VALUE 'N'.

      *** The logical name the session was opened on - the caller's
      *** linkage is gone by the next call, so it is kept here for
      *** the gate, the side files and the close.
       77 WS-SES-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** Writes queued between side-file commits, and the probe key
      *** that asks REYDB_SHARD_ROUTE whether the name is sharded.
       77 WS-SES-CHECKPOINT PIC 9(04) COMP-5 VALUE 100.
       77 WS-SES-PROBE-KEY  PIC X(18) VALUE LOW-VALUES.

      *** Side-file work of the landed writes not yet committed, in
      *** the order they landed. The checkpoint interval is capped
      *** at the table size, so it never overflows.
       77 WS-SES-PENDING-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SES-IDX           PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SES-PENDING-HIT   PIC X(01) VALUE 'N'.

       01 WS-SES-PENDING-TABLE.
          02 WS-SES-PENDING OCCURS 200 TIMES.
             03 WS-SES-P-KEY         PIC X(18).
             03 WS-SES-P-OP          PIC X(08).
             03 WS-SES-P-TRANS       PIC X(01).
             03 WS-SES-P-BEFORE      PIC X(512).
             03 WS-SES-P-AFTER       PIC X(512).
             03 WS-SES-P-OLD-CONTENT PIC X(471).
             03 WS-SES-P-NEW-BUFFER  PIC X(512).
             03 WS-SES-P-OLD-GEN     PIC 9(04) COMP-5.
             03 WS-SES-P-AUDIT-GEN   PIC 9(04) COMP-5.

      *** One queued entry lifted out of the table for its commit -
      *** the helpers take these fixed-size arguments.
       77 WS-SES-C-KEY         PIC X(18)  VALUE SPACE.
       77 WS-SES-C-OP          PIC X(08)  VALUE SPACE.
       77 WS-SES-C-BEFORE      PIC X(512) VALUE SPACE.
       77 WS-SES-C-AFTER       PIC X(512) VALUE SPACE.
       77 WS-SES-C-OLD-CONTENT PIC X(471) VALUE SPACE.
       77 WS-SES-C-NEW-CONTENT PIC X(471) VALUE SPACE.
       77 WS-SES-C-OLD-GEN     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SES-C-AUDIT-GEN   PIC 9(04) COMP-5 VALUE ZERO.

      *** The caller's record as REYDB_HISTORY_NOTE takes it - key
      *** and the plaintext buffer the rewrite wrote.
       01 WS-SES-HIST-RECORD.
          02 WS-SES-HIST-KEY    PIC X(18)  VALUE SPACE.
          02 WS-SES-HIST-BUFFER PIC X(512) VALUE SPACE.

      *** Fixed-size arguments for the CALLs to REYDB_AUDIT and
      *** REYDB_TXNOTE - sized to match LS-AUDIT-OPERATION and
      *** LS-AUDIT-BEFORE exactly.
       77 WS-AUDIT-OP-ADD     PIC X(08)  VALUE "ADD".
       77 WS-AUDIT-OP-REWRITE PIC X(08)  VALUE "REWRITE".
       77 WS-AUDIT-OP-REMOVE  PIC X(08)  VALUE "REMOVE".
       77 WS-AUDIT-NO-BEFORE  PIC X(512) VALUE SPACE.

      *** Before-image of a rewritten or removed row, and the same
      *** laid out so its content slice can be deciphered on its own
      *** for the index unfile.
       77 WS-SES-BEFORE PIC X(512) VALUE SPACE.

       01 WS-SES-OLD-BUFFER.
          02 WS-SES-OLD-FLAG    PIC X(01).
             88 WS-SES-OLD-IS-COMPRESSED VALUE "C" "Z".
          02 WS-SES-OLD-STAMPS  PIC X(40).
          02 WS-SES-OLD-CONTENT PIC X(471).

       77 WS-SES-OLD-COMPRESS-FLAG PIC X(01) VALUE SPACE.

      *** Created stamp and expiry carried forward by a rewrite.
       77 WS-SES-CREATED-TS PIC X(16) VALUE SPACE.
       77 WS-SES-OLD-EXPIRY PIC X(08) VALUE SPACE.

      *** Plaintext copy of the caller's new content, taken before
      *** REYDB_COMPRESS and REYDB_ENCRYPT touch it.
       77 WS-SES-NEW-CONTENT PIC X(471) VALUE SPACE.

      *** The caller's content as it came in, handed back in place of
      *** the column-security merge once a rewrite is done.
       77 WS-SES-CALLER-CONTENT PIC X(471) VALUE SPACE.

      *** The row's stamped cipher-key generation, and the one a
      *** write just enciphered under.
       77 WS-SES-ROW-GEN     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CIPHER-GEN-USED PIC 9(04) COMP-5 VALUE ZERO.

      *** 'Y' when REYDB_COMPRESS collapsed a trailing run, and 'Y'
      *** when the caller's content fills the field to its last byte.
       77 WS-REYDB-COMPRESS-FLAG PIC X(01) VALUE SPACE.
       77 WS-SES-CONTENT-FULL PIC X(01) VALUE 'N'.
          88 WS-SES-CONTENT-IS-FULL VALUE 'Y'.

      *** 'Y' when the row read under lock is there to work on.
       77 WS-SES-FOUND PIC X(01) VALUE 'N'.

      *** Set by the protect list lookup ahead of a remove, and the
      *** refusal the security journal files for it.
       77 WS-SES-IS-PROTECTED PIC X(01) VALUE 'N'.
       77 WS-SES-REFUSAL      PIC X(08) VALUE SPACE.

      *** Today, for the expiry check on a read.
       77 WS-SES-TODAY PIC 9(08) VALUE ZERO.

      *** Access level REYDB_AUTHCHECK demands before a write.
       77 WS-AUTH-LEVEL-UPDATE PIC X(01) VALUE 'U'.

      *** Results of the CALLs below.
       77 WS-REYDB-RESULT-AUTH     PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-VALIDATE PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-TXNOTE   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb.cpy".

      *** Writes between side-file commits - zero takes the default
      *** of 100, anything past the queue's 200 is held to 200.
       77 LS-SESSION-CHECKPOINT PIC 9(04) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - opens the session on the named       ***
      *** database (SPACE for the default file).                     ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-SESSION-CHECKPOINT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
           PERFORM 1000-OPEN-SESSION THRU 1000-OPEN-SESSION-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Insert one row through the open session.                   ***
      ******************************************************************
       ENTRY "REYDB_SESSION_ADD" USING LS-REYDB-RECORD.

           PERFORM 2000-SESSION-ADD THRU 2000-SESSION-ADD-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Read one row through the open session.                     ***
      ******************************************************************
       ENTRY "REYDB_SESSION_READ" USING LS-REYDB-RECORD.

           PERFORM 3000-SESSION-READ THRU 3000-SESSION-READ-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Rewrite one row through the open session.                  ***
      ******************************************************************
       ENTRY "REYDB_SESSION_REWRITE" USING LS-REYDB-RECORD.

           PERFORM 4000-SESSION-REWRITE THRU 4000-SESSION-REWRITE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Soft-delete one row through the open session.              ***
      ******************************************************************
       ENTRY "REYDB_SESSION_REMOVE" USING LS-REYDB-RECORD.

           PERFORM 5000-SESSION-REMOVE THRU 5000-SESSION-REMOVE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Does one key exist in the open database - SUCCESS,         ***
      *** NOT-FOUND, or SOFT-DELETED for a removed row. The buffer   ***
      *** is untouched.                                              ***
      ******************************************************************
       ENTRY "REYDB_SESSION_EXIST" USING LS-REYDB-RECORD.

           PERFORM 6000-SESSION-EXIST THRU 6000-SESSION-EXIST-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Commit the queued side-file work now, session left open.   ***
      ******************************************************************
       ENTRY "REYDB_SESSION_CHECKPOINT".

           IF NOT WS-SES-IS-OPEN
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 8000-COMMIT-PENDING THRU 8000-COMMIT-PENDING-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Commit the queued side-file work, close the file and give  ***
      *** back the gate.                                             ***
      ******************************************************************
       ENTRY "REYDB_SESSION_CLOSE".

           IF NOT WS-SES-IS-OPEN
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 8000-COMMIT-PENDING THRU 8000-COMMIT-PENDING-EXIT.

           CLOSE FC-REYDB.

           CALL "REYDB_DEQUEUE" USING WS-SES-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           MOVE 'N' TO WS-SES-OPEN.
           MOVE 'N' TO WS-SES-WRITE-CLEARED.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Open the session - one at a time per run unit, on an       ***
      *** unsharded database, under the database-wide gate held      ***
      *** until the close.                                           ***
      ******************************************************************
       1000-OPEN-SESSION.

           IF WS-SES-IS-OPEN
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 1000-OPEN-SESSION-EXIT
           END-IF.

           MOVE LS-REYDB-DATABASE-NAME TO WS-SES-DATABASE-NAME.

           IF WS-SES-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-REYDB-DATABASE-NAME
           ELSE
              MOVE WS-SES-DATABASE-NAME TO WS-REYDB-DATABASE-NAME
           END-IF.

      *** A sharded name has no one file to hold open - any key the
      *** router places on a shard says the name is declared so.
           MOVE SPACE TO WS-SHARD-FILE.

           CALL "REYDB_SHARD_ROUTE" USING WS-SES-DATABASE-NAME
                                          WS-SES-PROBE-KEY
                                          WS-SHARD-FILE
               RETURNING WS-REYDB-RESULT-SHARD
           END-CALL.

           IF WS-SHARD-FILE NOT EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 1000-OPEN-SESSION-EXIT
           END-IF.

      *** This database's processing policy, once for the session.
           CALL "REYDB_POLICY" USING WS-SES-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

           EVALUATE TRUE
               WHEN LS-SESSION-CHECKPOINT EQUAL ZERO
                   MOVE 100 TO WS-SES-CHECKPOINT
               WHEN LS-SESSION-CHECKPOINT GREATER THAN 200
                   MOVE 200 TO WS-SES-CHECKPOINT
               WHEN OTHER
                   MOVE LS-SESSION-CHECKPOINT TO WS-SES-CHECKPOINT
           END-EVALUATE.

      *** The gate the single-call programs take per call is taken
      *** once and held - a sweep like REYDB_SORT waits for the
      *** close instead of swapping the file out mid-session.
           CALL "REYDB_ENQUEUE" USING WS-SES-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GO TO 1000-OPEN-SESSION-EXIT
           END-IF.

           OPEN I-O FC-REYDB.

           IF WS-REYDB-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              CALL "REYDB_DEQUEUE" USING WS-SES-DATABASE-NAME
                  RETURNING WS-REYDB-RESULT-LOCK
              END-CALL
              GO TO 1000-OPEN-SESSION-EXIT
           END-IF.

           MOVE 'Y'  TO WS-SES-OPEN.
           MOVE 'N'  TO WS-SES-WRITE-CLEARED.
           MOVE ZERO TO WS-SES-PENDING-COUNT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       1000-OPEN-SESSION-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Insert - the REYDB_ADD path against the open file, side    ***
      *** files queued.                                              ***
      ******************************************************************
       2000-SESSION-ADD.

           IF NOT WS-SES-IS-OPEN
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 2000-SESSION-ADD-EXIT
           END-IF.

           PERFORM 0200-CLEAR-WRITE THRU 0200-CLEAR-WRITE-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 2000-SESSION-ADD-EXIT
           END-IF.

      *** A key a delete retired stays off limits while the
      *** database's quarantine runs, as through REYDB_ADD.
           CALL "REYDB_RETIRE_CHECK" USING WS-SES-DATABASE-NAME
                                           LS-REYDB-KEY
                                           WS-RETIRE-IS-RETIRED
               RETURNING WS-REYDB-RESULT-RETIRE
           END-CALL.

           IF WS-RETIRE-IS-RETIRED EQUAL 'Y'
              MOVE WS-REYDB-KEY-RETIRED TO LS-REYDB-RESULT
              GO TO 2000-SESSION-ADD-EXIT
           END-IF.

           CALL "REYDB_WATCH_SCREEN" USING WS-SES-DATABASE-NAME
                                           LS-REYDB-KEY
                                           LS-REYDB-BUFFER (42:471)
                                           WS-WATCH-OP-ADD
               RETURNING WS-REYDB-RESULT-WATCH
           END-CALL.

           IF WS-REYDB-RESULT-WATCH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-WATCH TO LS-REYDB-RESULT
              GO TO 2000-SESSION-ADD-EXIT
           END-IF.

           CALL "REYDB_DERIVE_APPLY" USING WS-SES-DATABASE-NAME
                                           LS-REYDB-BUFFER (42:471)
               RETURNING WS-REYDB-RESULT-DERIVE
           END-CALL.

           MOVE LS-REYDB-BUFFER (42:471) TO WS-SES-NEW-CONTENT.

           CALL "REYDB_RI_CHECK" USING WS-SES-DATABASE-NAME
                                       WS-SES-NEW-CONTENT
               RETURNING WS-REYDB-RESULT-RI
           END-CALL.

           IF WS-REYDB-RESULT-RI NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-RI TO LS-REYDB-RESULT
              GO TO 2000-SESSION-ADD-EXIT
           END-IF.

           CALL "REYDB_TOKENIZE" USING WS-SES-DATABASE-NAME
                                       LS-REYDB-BUFFER (42:471)
               RETURNING WS-REYDB-RESULT-TOKEN
           END-CALL.

           IF WS-REYDB-RESULT-TOKEN NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-TOKEN TO LS-REYDB-RESULT
              GO TO 2000-SESSION-ADD-EXIT
           END-IF.

           MOVE LS-REYDB-BUFFER (42:471) TO WS-SES-NEW-CONTENT.

           CALL "REYDB_REF_CHECK" USING WS-SES-DATABASE-NAME
                                        LS-REYDB-KEY
                                        WS-SES-NEW-CONTENT
               RETURNING WS-REYDB-RESULT-REF
           END-CALL.

           IF WS-REYDB-RESULT-REF NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-REF TO LS-REYDB-RESULT
              GO TO 2000-SESSION-ADD-EXIT
           END-IF.

      *** Under the session's gate, so no other writer takes the last
      *** row a storage quota allows. A row that would pass a hard
      *** limit is refused NO-SPACE. No-op when no quota is set.
           CALL "REYDB_QUOTA_CHECK" USING WS-SES-DATABASE-NAME
                                          WS-QUOTA-ONE-ROW
               RETURNING WS-REYDB-RESULT-QUOTA
           END-CALL.

           IF WS-REYDB-RESULT-QUOTA NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-QUOTA TO LS-REYDB-RESULT
              GO TO 2000-SESSION-ADD-EXIT
           END-IF.

           PERFORM 0300-VALIDATE THRU 0300-VALIDATE-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 2000-SESSION-ADD-EXIT
           END-IF.

           MOVE LS-REYDB-KEY    TO FS-REYDB-KEY.
           MOVE LS-REYDB-BUFFER TO FS-REYDB-BUFFER.

           SET FS-REYDB-IS-ACTIVE TO TRUE.

           MOVE 'N' TO WS-SES-CONTENT-FULL.

           IF FS-REYDB-CONTENT (471:1) NOT EQUAL SPACE
              SET WS-SES-CONTENT-IS-FULL TO TRUE
           END-IF.

           PERFORM 0500-SEAL-CONTENT THRU 0500-SEAL-CONTENT-EXIT.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.

           MOVE WS-AUDIT-DATE TO FS-REYDB-CREATED-TS (1:8).
           MOVE WS-AUDIT-TIME TO FS-REYDB-CREATED-TS (9:8).
           MOVE FS-REYDB-CREATED-TS TO FS-REYDB-UPDATED-TS.
           MOVE SPACE TO FS-REYDB-EXPIRY-DATE.

           WRITE FS-REYDB-RECORD

           INVALID KEY

      *** A full file answers NO-SPACE - the extent roll reopens
      *** the file, which is the one thing a session cannot do
      *** under its caller.
               EVALUATE WS-REYDB-FILE-STATUS
                   WHEN "22"
                       MOVE WS-REYDB-DUPLICATE-KEY TO LS-REYDB-RESULT
                   WHEN "9D"
                       MOVE WS-REYDB-LOCKED TO LS-REYDB-RESULT
                   WHEN "24"
                       MOVE WS-REYDB-NO-SPACE TO LS-REYDB-RESULT
                   WHEN OTHER
                       MOVE WS-REYDB-WRITE-FAILURE TO LS-REYDB-RESULT
               END-EVALUATE

               CALL "REYDB_TXFAIL" USING WS-REYDB-DATABASE-NAME
                   RETURNING WS-REYDB-RESULT-TXNOTE
               END-CALL

           NOT INVALID KEY

               IF WS-SES-CONTENT-IS-FULL
                   MOVE WS-REYDB-TRUNCATED TO LS-REYDB-RESULT
               ELSE
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
               END-IF

      *** Journaled now - a REYDB_BEGIN bracket's rollback must know
      *** the row whatever happens to the queue.
               CALL "REYDB_TXNOTE" USING FS-REYDB-KEY
                                         WS-AUDIT-OP-ADD
                                         WS-AUDIT-NO-BEFORE
                                         WS-REYDB-DATABASE-NAME
                   RETURNING WS-REYDB-RESULT-TXNOTE
               END-CALL

      *** Counted on the quotas now, not at the commit - the next
      *** row's quota check in this session has to see this one.
               CALL "REYDB_QUOTA_NOTE" USING WS-SES-DATABASE-NAME
                                             WS-QUOTA-OP-ADD
                                             WS-QUOTA-ONE-ROW
                   RETURNING WS-REYDB-RESULT-QUOTA
               END-CALL

               MOVE SPACE TO WS-SES-BEFORE
               MOVE SPACE TO WS-SES-OLD-CONTENT
               MOVE 'N'   TO WS-TRANS-CHANGED
               MOVE ZERO  TO WS-SES-ROW-GEN

               MOVE WS-AUDIT-OP-ADD TO WS-SES-C-OP
               MOVE WS-CIPHER-GEN-USED TO WS-SES-C-AUDIT-GEN

               PERFORM 0700-QUEUE-SIDE-FILES
                  THRU 0700-QUEUE-SIDE-FILES-EXIT

           END-WRITE.

       2000-SESSION-ADD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Read - the REYDB_READ answer off the open file:            ***
      *** deciphered, then the soft-delete, expiry, checksum and     ***
      *** row-filter checks.                                         ***
      ******************************************************************
       3000-SESSION-READ.

           IF NOT WS-SES-IS-OPEN
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 3000-SESSION-READ-EXIT
           END-IF.

           PERFORM 0600-PROBE-PENDING THRU 0600-PROBE-PENDING-EXIT.

           MOVE LS-REYDB-KEY TO FS-REYDB-KEY.

           READ FC-REYDB KEY IS FS-REYDB-KEY
               INVALID KEY
                   EVALUATE WS-REYDB-FILE-STATUS
                       WHEN "23"
                           MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
                       WHEN "9D"
                           MOVE WS-REYDB-LOCKED TO LS-REYDB-RESULT
                       WHEN OTHER
                           MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
                   END-EVALUATE
                   GO TO 3000-SESSION-READ-EXIT
           END-READ.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-REYDB-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-REYDB-COMPRESS-FLAG
           END-IF.

           MOVE ZERO TO WS-SES-ROW-GEN.

           CALL "REYDB_CHECKSUM_GETGEN" USING WS-SES-DATABASE-NAME
                                              FS-REYDB-KEY
                                              WS-SES-ROW-GEN
               RETURNING WS-REYDB-RESULT-GETGEN
           END-CALL.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_DECRYPT_GEN" USING FS-REYDB-CONTENT
                                             WS-SES-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING FS-REYDB-CONTENT
                                         WS-REYDB-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           MOVE FS-REYDB-BUFFER TO LS-REYDB-BUFFER.

           IF FS-REYDB-IS-DELETED
              MOVE WS-REYDB-SOFT-DELETED TO LS-REYDB-RESULT
              GO TO 3000-SESSION-READ-EXIT
           END-IF.

           ACCEPT WS-SES-TODAY FROM DATE YYYYMMDD.

           IF FS-REYDB-EXPIRY-DATE NOT EQUAL SPACE
              AND FS-REYDB-EXPIRY-DATE IS NUMERIC
              AND FS-REYDB-EXPIRY-DATE LESS THAN WS-SES-TODAY
              MOVE WS-REYDB-EXPIRED TO LS-REYDB-RESULT
              GO TO 3000-SESSION-READ-EXIT
           END-IF.

           CALL "REYDB_CHECKSUM_VERIFY" USING WS-SES-DATABASE-NAME
                                              FS-REYDB-KEY
                                              FS-REYDB-CONTENT
               RETURNING WS-REYDB-RESULT-CHECKSUM
           END-CALL.

           IF WS-REYDB-RESULT-CHECKSUM EQUAL WS-REYDB-CORRUPT-RECORD
              MOVE WS-REYDB-CORRUPT-RECORD TO LS-REYDB-RESULT
              GO TO 3000-SESSION-READ-EXIT
           END-IF.

      *** A row outside the signed-on user's slice reads back
      *** NOT-FOUND, buffer withheld, the same as through REYDB_READ.
           CALL "REYDB_ROWFILTER_EVAL" USING WS-SES-DATABASE-NAME
                                             FS-REYDB-CONTENT
                                             WS-ROWFILTER-ALLOWED
               RETURNING WS-REYDB-RESULT-ROWFILTER
           END-CALL.

           IF WS-ROWFILTER-ALLOWED EQUAL 'N'
              MOVE SPACE TO LS-REYDB-BUFFER
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-SES-DATABASE-NAME
                                               LS-REYDB-KEY
                                               WS-SECJRNL-ROW-FILTER
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GO TO 3000-SESSION-READ-EXIT
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

      *** Fields the signed-on user may not see go back blank, the
      *** same as through REYDB_READ.
           IF LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
           OR LS-REYDB-RESULT EQUAL WS-REYDB-FOUND-ARCHIVED
           OR LS-REYDB-RESULT EQUAL WS-REYDB-PARTIAL-CONTENT
              CALL "REYDB_COLSEC_MASK" USING WS-SES-DATABASE-NAME
                                             LS-REYDB-BUFFER (42:471)
                                             WS-COLSEC-MASKED
                  RETURNING WS-REYDB-RESULT-COLSEC
              END-CALL
           END-IF.

       3000-SESSION-READ-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Rewrite - the REYDB_REWRITE checks ahead of the lock, then ***
      *** the locked read-modify-write, then the lock let go.        ***
      ******************************************************************
       4000-SESSION-REWRITE.

           IF NOT WS-SES-IS-OPEN
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 4000-SESSION-REWRITE-EXIT
           END-IF.

           PERFORM 0200-CLEAR-WRITE THRU 0200-CLEAR-WRITE-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 4000-SESSION-REWRITE-EXIT
           END-IF.

           PERFORM 0600-PROBE-PENDING THRU 0600-PROBE-PENDING-EXIT.

           CALL "REYDB_WATCH_SCREEN" USING WS-SES-DATABASE-NAME
                                           LS-REYDB-KEY
                                           LS-REYDB-BUFFER (42:471)
                                           WS-WATCH-OP-REWRITE
               RETURNING WS-REYDB-RESULT-WATCH
           END-CALL.

           IF WS-REYDB-RESULT-WATCH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-WATCH TO LS-REYDB-RESULT
              GO TO 4000-SESSION-REWRITE-EXIT
           END-IF.

      *** A maker-checker database parks the change for a second
      *** pair of eyes, exactly as REYDB_REWRITE does.
           CALL "REYDB_APPROVE_CHECK" USING WS-SES-DATABASE-NAME
                                            WS-APPROVE-REQUIRED
               RETURNING WS-REYDB-RESULT-APPROVE
           END-CALL.

           IF WS-APPROVE-REQUIRED EQUAL 'Y'
              CALL "REYDB_APPROVE_SUBMIT" USING WS-SES-DATABASE-NAME
                                                LS-REYDB-RECORD
                  RETURNING LS-REYDB-RESULT
              END-CALL
              GO TO 4000-SESSION-REWRITE-EXIT
           END-IF.

           CALL "REYDB_DERIVE_APPLY" USING WS-SES-DATABASE-NAME
                                           LS-REYDB-BUFFER (42:471)
               RETURNING WS-REYDB-RESULT-DERIVE
           END-CALL.

           MOVE LS-REYDB-BUFFER (42:471) TO WS-SES-NEW-CONTENT.

           CALL "REYDB_RI_CHECK" USING WS-SES-DATABASE-NAME
                                       WS-SES-NEW-CONTENT
               RETURNING WS-REYDB-RESULT-RI
           END-CALL.

           IF WS-REYDB-RESULT-RI NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-RI TO LS-REYDB-RESULT
              GO TO 4000-SESSION-REWRITE-EXIT
           END-IF.

           CALL "REYDB_TOKENIZE" USING WS-SES-DATABASE-NAME
                                       LS-REYDB-BUFFER (42:471)
               RETURNING WS-REYDB-RESULT-TOKEN
           END-CALL.

           IF WS-REYDB-RESULT-TOKEN NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-TOKEN TO LS-REYDB-RESULT
              GO TO 4000-SESSION-REWRITE-EXIT
           END-IF.

           MOVE LS-REYDB-BUFFER (42:471) TO WS-SES-NEW-CONTENT.

           PERFORM 0300-VALIDATE THRU 0300-VALIDATE-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 4000-SESSION-REWRITE-EXIT
           END-IF.

           MOVE 'N' TO WS-COLSEC-MASKED.

           PERFORM 4100-REWRITE-LOCKED THRU 4100-REWRITE-LOCKED-EXIT.

      *** What the caller may not see never rides back out in their
      *** own buffer.
           IF WS-COLSEC-MASKED EQUAL 'Y'
              MOVE WS-SES-CALLER-CONTENT TO LS-REYDB-BUFFER (42:471)
           END-IF.

      *** Released as soon as the rewrite is done - the file stays
      *** open, the row does not stay held.
           UNLOCK FC-REYDB.

       4000-SESSION-REWRITE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The locked read-modify-write of a rewrite.                 ***
      ******************************************************************
       4100-REWRITE-LOCKED.

           MOVE LS-REYDB-KEY TO FS-REYDB-KEY.

           PERFORM 0400-READ-LOCKED THRU 0400-READ-LOCKED-EXIT.

           IF WS-SES-FOUND NOT EQUAL 'Y'
              GO TO 4100-REWRITE-LOCKED-EXIT
           END-IF.

           MOVE FS-REYDB-BUFFER      TO WS-SES-BEFORE.
           MOVE FS-REYDB-CREATED-TS  TO WS-SES-CREATED-TS.
           MOVE FS-REYDB-EXPIRY-DATE TO WS-SES-OLD-EXPIRY.

           CALL "REYDB_REF_CHECK_ASOF" USING WS-SES-DATABASE-NAME
                                             LS-REYDB-KEY
                                             WS-SES-NEW-CONTENT
                                             WS-SES-CREATED-TS (1:8)
               RETURNING WS-REYDB-RESULT-REF
           END-CALL.

           IF WS-REYDB-RESULT-REF NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-REF TO LS-REYDB-RESULT
              GO TO 4100-REWRITE-LOCKED-EXIT
           END-IF.

           IF FS-REYDB-IS-DELETED
              MOVE WS-REYDB-SOFT-DELETED TO LS-REYDB-RESULT
              GO TO 4100-REWRITE-LOCKED-EXIT
           END-IF.

           PERFORM 0800-DECIPHER-BEFORE THRU 0800-DECIPHER-BEFORE-EXIT.

      *** A user who read this row with fields blanked never wipes
      *** them out by writing it back - the bytes outside their
      *** visible fields stand as stored, as through REYDB_REWRITE.
      *** Every check from here on sees the merged content.
           MOVE LS-REYDB-BUFFER (42:471) TO WS-SES-CALLER-CONTENT.

           CALL "REYDB_COLSEC_MERGE" USING WS-SES-DATABASE-NAME
                                           LS-REYDB-BUFFER (42:471)
                                           WS-SES-OLD-CONTENT
               RETURNING WS-REYDB-RESULT-COLSEC
           END-CALL.

           IF LS-REYDB-BUFFER (42:471) NOT EQUAL WS-SES-CALLER-CONTENT
              MOVE 'Y' TO WS-COLSEC-MASKED
              MOVE LS-REYDB-BUFFER (42:471) TO WS-SES-NEW-CONTENT
           END-IF.

           CALL "REYDB_TRANSITION_CHECK" USING WS-SES-DATABASE-NAME
                                               WS-SES-OLD-CONTENT
                                               WS-SES-NEW-CONTENT
                                               WS-TRANS-CHANGED
               RETURNING WS-REYDB-RESULT-TRANS
           END-CALL.

           IF WS-REYDB-RESULT-TRANS NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-TRANS TO LS-REYDB-RESULT
              GO TO 4100-REWRITE-LOCKED-EXIT
           END-IF.

           MOVE 'N' TO WS-SES-CONTENT-FULL.

           IF LS-REYDB-BUFFER (512:1) NOT EQUAL SPACE
              SET WS-SES-CONTENT-IS-FULL TO TRUE
           END-IF.

           CALL "REYDB_TXNOTE" USING FS-REYDB-KEY
                                     WS-AUDIT-OP-REWRITE
                                     WS-SES-BEFORE
                                     WS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-TXNOTE
           END-CALL.

           IF WS-REYDB-RESULT-TXNOTE NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-WRITE-FAILURE TO LS-REYDB-RESULT
              GO TO 4100-REWRITE-LOCKED-EXIT
           END-IF.

           MOVE LS-REYDB-BUFFER TO FS-REYDB-BUFFER.

           SET FS-REYDB-IS-ACTIVE TO TRUE.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.

           MOVE WS-SES-CREATED-TS TO FS-REYDB-CREATED-TS.
           MOVE WS-AUDIT-DATE     TO FS-REYDB-UPDATED-TS (1:8).
           MOVE WS-AUDIT-TIME     TO FS-REYDB-UPDATED-TS (9:8).
           MOVE WS-SES-OLD-EXPIRY TO FS-REYDB-EXPIRY-DATE.

           PERFORM 0500-SEAL-CONTENT THRU 0500-SEAL-CONTENT-EXIT.

           REWRITE FS-REYDB-RECORD

           INVALID KEY

               EVALUATE WS-REYDB-FILE-STATUS
                   WHEN "9D"
                       MOVE WS-REYDB-LOCKED TO LS-REYDB-RESULT
                   WHEN OTHER
                       MOVE WS-REYDB-WRITE-FAILURE TO LS-REYDB-RESULT
               END-EVALUATE

               CALL "REYDB_TXFAIL" USING WS-REYDB-DATABASE-NAME
                   RETURNING WS-REYDB-RESULT-TXNOTE
               END-CALL

           NOT INVALID KEY

               IF WS-SES-CONTENT-IS-FULL
                   MOVE WS-REYDB-TRUNCATED TO LS-REYDB-RESULT
               ELSE
                   MOVE WS-REYDB-WRITE-SUCCESS TO LS-REYDB-RESULT
               END-IF

               MOVE WS-AUDIT-OP-REWRITE TO WS-SES-C-OP
               MOVE WS-CIPHER-GEN-USED  TO WS-SES-C-AUDIT-GEN

               PERFORM 0700-QUEUE-SIDE-FILES
                  THRU 0700-QUEUE-SIDE-FILES-EXIT

           END-REWRITE.

       4100-REWRITE-LOCKED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Remove - the REYDB_REMOVE soft delete, protect list and    ***
      *** legal holds honoured, under the row's lock.                ***
      ******************************************************************
       5000-SESSION-REMOVE.

           IF NOT WS-SES-IS-OPEN
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 5000-SESSION-REMOVE-EXIT
           END-IF.

           PERFORM 0200-CLEAR-WRITE THRU 0200-CLEAR-WRITE-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 5000-SESSION-REMOVE-EXIT
           END-IF.

           PERFORM 0600-PROBE-PENDING THRU 0600-PROBE-PENDING-EXIT.

           PERFORM 5100-REMOVE-LOCKED THRU 5100-REMOVE-LOCKED-EXIT.

           UNLOCK FC-REYDB.

       5000-SESSION-REMOVE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The locked read-and-flag of a remove.                      ***
      ******************************************************************
       5100-REMOVE-LOCKED.

           MOVE LS-REYDB-KEY TO FS-REYDB-KEY.

           PERFORM 0400-READ-LOCKED THRU 0400-READ-LOCKED-EXIT.

           IF WS-SES-FOUND NOT EQUAL 'Y'
              IF LS-REYDB-RESULT EQUAL WS-REYDB-WRITE-FAILURE
                 MOVE WS-REYDB-REMOVE-FAILURE TO LS-REYDB-RESULT
              END-IF
              GO TO 5100-REMOVE-LOCKED-EXIT
           END-IF.

           IF FS-REYDB-IS-DELETED
              MOVE WS-REYDB-SOFT-DELETED TO LS-REYDB-RESULT
              GO TO 5100-REMOVE-LOCKED-EXIT
           END-IF.

      *** The protect list is scoped by database name the same way
      *** REYDB_PROTECT derives it.
           MOVE 'N' TO WS-SES-IS-PROTECTED.

           IF WS-SES-DATABASE-NAME EQUAL SPACE
              MOVE "protect.dat" TO WS-PROTECT-DATABASE-NAME
           ELSE
              MOVE SPACE TO WS-PROTECT-DATABASE-NAME
              STRING WS-SES-DATABASE-NAME DELIMITED BY SPACE
                     ".prt"               DELIMITED BY SIZE
                INTO WS-PROTECT-DATABASE-NAME
           END-IF.

           OPEN INPUT FC-PROTECT.

           IF WS-PROTECT-FILE-STATUS NOT EQUAL "35"
              MOVE FS-REYDB-KEY TO FS-PROTECT-KEY
              READ FC-PROTECT KEY IS FS-PROTECT-KEY
                  INVALID KEY
                      MOVE 'N' TO WS-SES-IS-PROTECTED
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-SES-IS-PROTECTED
              END-READ
              CLOSE FC-PROTECT
           END-IF.

           IF WS-SES-IS-PROTECTED EQUAL 'Y'
              MOVE WS-REYDB-PROTECTED-KEY TO LS-REYDB-RESULT
              MOVE WS-SECJRNL-PROTECTED TO WS-SES-REFUSAL
              PERFORM 0900-JOURNAL-REFUSAL
                 THRU 0900-JOURNAL-REFUSAL-EXIT
              GO TO 5100-REMOVE-LOCKED-EXIT
           END-IF.

           MOVE 'N' TO WS-HOLD-IS-HELD.

           CALL "REYDB_HOLD_CHECK" USING WS-SES-DATABASE-NAME
                                         FS-REYDB-KEY
                                         WS-HOLD-IS-HELD
               RETURNING WS-REYDB-RESULT-HOLD
           END-CALL.

           IF WS-HOLD-IS-HELD EQUAL 'Y'
              MOVE WS-REYDB-LEGAL-HOLD TO LS-REYDB-RESULT
              MOVE WS-SECJRNL-LEGAL-HOLD TO WS-SES-REFUSAL
              PERFORM 0900-JOURNAL-REFUSAL
                 THRU 0900-JOURNAL-REFUSAL-EXIT
              GO TO 5100-REMOVE-LOCKED-EXIT
           END-IF.

           MOVE FS-REYDB-BUFFER TO WS-SES-BEFORE.

           CALL "REYDB_TXNOTE" USING FS-REYDB-KEY
                                     WS-AUDIT-OP-REMOVE
                                     WS-SES-BEFORE
                                     WS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-TXNOTE
           END-CALL.

           IF WS-REYDB-RESULT-TXNOTE NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-REMOVE-FAILURE TO LS-REYDB-RESULT
              GO TO 5100-REMOVE-LOCKED-EXIT
           END-IF.

           SET FS-REYDB-IS-DELETED TO TRUE.

           REWRITE FS-REYDB-RECORD

           INVALID KEY

               MOVE WS-REYDB-REMOVE-FAILURE TO LS-REYDB-RESULT

               CALL "REYDB_TXFAIL" USING WS-REYDB-DATABASE-NAME
                   RETURNING WS-REYDB-RESULT-TXNOTE
               END-CALL

           NOT INVALID KEY

               MOVE WS-REYDB-REMOVE-SUCCESS TO LS-REYDB-RESULT

      *** The key goes on the retired-key registry, and the row is
      *** freed on the storage quotas, now rather than at the commit
      *** - a later add in this session is checked against both.
               MOVE "REMOVE" TO WS-RETIRE-HOW

               CALL "REYDB_RETIRE" USING WS-SES-DATABASE-NAME
                                         FS-REYDB-KEY
                                         WS-RETIRE-HOW
                   RETURNING WS-REYDB-RESULT-RETIRE
               END-CALL

               CALL "REYDB_QUOTA_NOTE" USING WS-SES-DATABASE-NAME
                                             WS-QUOTA-OP-REMOVE
                                             WS-QUOTA-ONE-ROW
                   RETURNING WS-REYDB-RESULT-QUOTA
               END-CALL

               PERFORM 0800-DECIPHER-BEFORE
                  THRU 0800-DECIPHER-BEFORE-EXIT

               MOVE SPACE TO WS-SES-NEW-CONTENT
               MOVE 'N'   TO WS-TRANS-CHANGED

               MOVE WS-AUDIT-OP-REMOVE TO WS-SES-C-OP
               MOVE WS-SES-ROW-GEN     TO WS-SES-C-AUDIT-GEN

               PERFORM 0700-QUEUE-SIDE-FILES
                  THRU 0700-QUEUE-SIDE-FILES-EXIT

           END-REWRITE.

       5100-REMOVE-LOCKED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Existence of one key in the open file.                     ***
      ******************************************************************
       6000-SESSION-EXIST.

           IF NOT WS-SES-IS-OPEN
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 6000-SESSION-EXIST-EXIT
           END-IF.

           MOVE LS-REYDB-KEY TO FS-REYDB-KEY.

           READ FC-REYDB KEY IS FS-REYDB-KEY
               INVALID KEY
                   EVALUATE WS-REYDB-FILE-STATUS
                       WHEN "23"
                           MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
                       WHEN "9D"
                           MOVE WS-REYDB-LOCKED TO LS-REYDB-RESULT
                       WHEN OTHER
                           MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
                   END-EVALUATE
               NOT INVALID KEY
                   IF FS-REYDB-IS-DELETED
                      MOVE WS-REYDB-SOFT-DELETED TO LS-REYDB-RESULT
                   ELSE
                      MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
                   END-IF
           END-READ.

       6000-SESSION-EXIST-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Update access is cleared once per session, on the first    ***
      *** write; the quiesce switch is asked on every write, since   ***
      *** the operator may throw it while the session runs.          ***
      ******************************************************************
       0200-CLEAR-WRITE.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           IF WS-SES-WRITE-CLEARED NOT EQUAL 'Y'

              CALL "REYDB_AUTHCHECK" USING WS-SES-DATABASE-NAME
                                           WS-AUTH-LEVEL-UPDATE
                  RETURNING WS-REYDB-RESULT-AUTH
              END-CALL

              IF WS-REYDB-RESULT-AUTH NOT EQUAL WS-REYDB-SUCCESS
                 IF WS-REYDB-RESULT-AUTH EQUAL WS-REYDB-NOT-AUTHORIZED
                    CALL "REYDB_SECURITY_NOTE" USING
                             WS-SECJRNL-SIGNED-ON
                             WS-SECJRNL-PROGRAM
                             WS-SES-DATABASE-NAME
                             LS-REYDB-KEY
                             WS-SECJRNL-ACCESS
                        RETURNING WS-REYDB-RESULT-SECJRNL
                    END-CALL
                 END-IF
                 MOVE WS-REYDB-RESULT-AUTH TO LS-REYDB-RESULT
                 GO TO 0200-CLEAR-WRITE-EXIT
              END-IF

              MOVE 'Y' TO WS-SES-WRITE-CLEARED

           END-IF.

           CALL "REYDB_QUIESCE_CHECK" USING WS-SES-DATABASE-NAME
                                            WS-QUIESCE-IS-ON
               RETURNING WS-REYDB-RESULT-QUIESCE
           END-CALL.

           IF WS-QUIESCE-IS-ON EQUAL 'Y'
              MOVE WS-REYDB-QUIESCED TO LS-REYDB-RESULT
           END-IF.

       0200-CLEAR-WRITE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Field-level hook, waived by a policy that says so. A       ***
      *** refused record goes on the work queue.                     ***
      ******************************************************************
       0300-VALIDATE.

           MOVE WS-REYDB-SUCCESS TO WS-REYDB-RESULT-VALIDATE.

           IF WS-POLICY-VALIDATE NOT EQUAL 'N'
              CALL "REYDB_VALIDATE_RECORD" USING LS-REYDB-RECORD
                  RETURNING WS-REYDB-RESULT-VALIDATE
              END-CALL
           END-IF.

           MOVE WS-REYDB-RESULT-VALIDATE TO LS-REYDB-RESULT.

           IF WS-REYDB-RESULT-VALIDATE NOT EQUAL WS-REYDB-SUCCESS
              MOVE "SESSION WRITE REFUSED BY FIELD VALIDATION"
                TO WS-WORKQ-DETAIL
              CALL "REYDB_WORKQ" USING WS-SES-DATABASE-NAME
                                       LS-REYDB-KEY
                                       WS-WORKQ-VALIDATE
                                       WS-WORKQ-DETAIL
                  RETURNING WS-REYDB-RESULT-WORKQ
              END-CALL
           END-IF.

       0300-VALIDATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Read FS-REYDB-KEY's row and hold it - WS-SES-FOUND 'Y'     ***
      *** when it is there to work on, the refusal in                ***
      *** LS-REYDB-RESULT when not.                                  ***
      ******************************************************************
       0400-READ-LOCKED.

           MOVE 'N' TO WS-SES-FOUND.

           READ FC-REYDB WITH LOCK KEY IS FS-REYDB-KEY
               INVALID KEY
                   EVALUATE WS-REYDB-FILE-STATUS
                       WHEN "23"
                           MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
                       WHEN "9D"
                           MOVE WS-REYDB-LOCKED TO LS-REYDB-RESULT
                       WHEN OTHER
                           MOVE WS-REYDB-WRITE-FAILURE
                             TO LS-REYDB-RESULT
                   END-EVALUATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SES-FOUND
           END-READ.

       0400-READ-LOCKED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Squeeze and encipher FS-REYDB-CONTENT as the policy asks,  ***
      *** flagging a collapsed run on the row's delete-flag byte.    ***
      ******************************************************************
       0500-SEAL-CONTENT.

           MOVE 'N' TO WS-REYDB-COMPRESS-FLAG.

           IF WS-POLICY-COMPRESS NOT EQUAL 'N'
              CALL "REYDB_COMPRESS" USING FS-REYDB-CONTENT
                                          WS-REYDB-COMPRESS-FLAG
                  RETURNING WS-REYDB-RESULT-COMPRESS
              END-CALL
           END-IF.

           IF WS-REYDB-COMPRESS-FLAG EQUAL 'Y'
              SET FS-REYDB-IS-COMPRESSED TO TRUE
           END-IF.

           MOVE ZERO TO WS-CIPHER-GEN-USED.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_ENCRYPT_GEN" USING FS-REYDB-CONTENT
                                             WS-CIPHER-GEN-USED
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

       0500-SEAL-CONTENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A key with side-file work still queued is committed        ***
      *** first - its checksum and key generation have to be on file ***
      *** before the row is read or changed again.                   ***
      ******************************************************************
       0600-PROBE-PENDING.

           MOVE 'N' TO WS-SES-PENDING-HIT.

           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                     UNTIL WS-SES-IDX GREATER THAN WS-SES-PENDING-COUNT
                        OR WS-SES-PENDING-HIT EQUAL 'Y'
               IF WS-SES-P-KEY (WS-SES-IDX) EQUAL LS-REYDB-KEY
                  MOVE 'Y' TO WS-SES-PENDING-HIT
               END-IF
           END-PERFORM.

           IF WS-SES-PENDING-HIT EQUAL 'Y'
              PERFORM 8000-COMMIT-PENDING
                 THRU 8000-COMMIT-PENDING-EXIT
           END-IF.

       0600-PROBE-PENDING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Queue a landed write's side-file work - op and audit key   ***
      *** generation in WS-SES-C-OP/WS-SES-C-AUDIT-GEN, the images   ***
      *** in place - and commit once the checkpoint interval is      ***
      *** reached.                                                   ***
      ******************************************************************
       0700-QUEUE-SIDE-FILES.

           ADD 1 TO WS-SES-PENDING-COUNT.
           MOVE WS-SES-PENDING-COUNT TO WS-SES-IDX.

           MOVE FS-REYDB-KEY       TO WS-SES-P-KEY (WS-SES-IDX).
           MOVE WS-SES-C-OP        TO WS-SES-P-OP (WS-SES-IDX).
           MOVE WS-TRANS-CHANGED   TO WS-SES-P-TRANS (WS-SES-IDX).
           MOVE WS-SES-BEFORE      TO WS-SES-P-BEFORE (WS-SES-IDX).
           MOVE FS-REYDB-BUFFER    TO WS-SES-P-AFTER (WS-SES-IDX).
           MOVE WS-SES-OLD-CONTENT
             TO WS-SES-P-OLD-CONTENT (WS-SES-IDX).
           MOVE LS-REYDB-BUFFER
             TO WS-SES-P-NEW-BUFFER (WS-SES-IDX).
           MOVE WS-SES-NEW-CONTENT
             TO WS-SES-P-NEW-BUFFER (WS-SES-IDX) (42:471).
           MOVE WS-SES-ROW-GEN     TO WS-SES-P-OLD-GEN (WS-SES-IDX).
           MOVE WS-SES-C-AUDIT-GEN TO WS-SES-P-AUDIT-GEN (WS-SES-IDX).

           IF WS-SES-PENDING-COUNT NOT LESS THAN WS-SES-CHECKPOINT
              PERFORM 8000-COMMIT-PENDING
                 THRU 8000-COMMIT-PENDING-EXIT
           END-IF.

       0700-QUEUE-SIDE-FILES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Decipher the before-image's content slice into             ***
      *** WS-SES-OLD-CONTENT under the key generation that           ***
      *** enciphered it, for the index unfile and the transition     ***
      *** check.                                                     ***
      ******************************************************************
       0800-DECIPHER-BEFORE.

           MOVE WS-SES-BEFORE TO WS-SES-OLD-BUFFER.

           IF WS-SES-OLD-IS-COMPRESSED
              MOVE 'Y' TO WS-SES-OLD-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-SES-OLD-COMPRESS-FLAG
           END-IF.

           MOVE ZERO TO WS-SES-ROW-GEN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING WS-SES-DATABASE-NAME
                                                 FS-REYDB-KEY
                                                 WS-SES-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL
              CALL "REYDB_DECRYPT_GEN" USING WS-SES-OLD-CONTENT
                                             WS-SES-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-SES-OLD-CONTENT
                                         WS-SES-OLD-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

       0800-DECIPHER-BEFORE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A protected or held key refused to a delete goes on the    ***
      *** security journal.                                          ***
      ******************************************************************
       0900-JOURNAL-REFUSAL.

           CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                            WS-SECJRNL-PROGRAM
                                            WS-SES-DATABASE-NAME
                                            FS-REYDB-KEY
                                            WS-SES-REFUSAL
               RETURNING WS-REYDB-RESULT-SECJRNL
           END-CALL.

       0900-JOURNAL-REFUSAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Commit every queued entry, oldest first, and empty the     ***
      *** queue.                                                     ***
      ******************************************************************
       8000-COMMIT-PENDING.

           PERFORM 8100-COMMIT-ONE THRU 8100-COMMIT-ONE-EXIT
               VARYING WS-SES-IDX FROM 1 BY 1
                 UNTIL WS-SES-IDX GREATER THAN WS-SES-PENDING-COUNT.

           MOVE ZERO TO WS-SES-PENDING-COUNT.

       8000-COMMIT-PENDING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One landed write's side files, through the same calls and  ***
      *** in the same order as the single-call program that would    ***
      *** have made it - audit row, history, indexes, checksum,      ***
      *** totals and the trigger event.                              ***
      ******************************************************************
       8100-COMMIT-ONE.

           MOVE WS-SES-P-KEY (WS-SES-IDX)    TO WS-SES-C-KEY.
           MOVE WS-SES-P-OP (WS-SES-IDX)     TO WS-SES-C-OP.
           MOVE WS-SES-P-BEFORE (WS-SES-IDX) TO WS-SES-C-BEFORE.
           MOVE WS-SES-P-AFTER (WS-SES-IDX)  TO WS-SES-C-AFTER.
           MOVE WS-SES-P-OLD-CONTENT (WS-SES-IDX)
             TO WS-SES-C-OLD-CONTENT.
           MOVE WS-SES-P-NEW-BUFFER (WS-SES-IDX) (42:471)
             TO WS-SES-C-NEW-CONTENT.
           MOVE WS-SES-P-OLD-GEN (WS-SES-IDX)   TO WS-SES-C-OLD-GEN.
           MOVE WS-SES-P-AUDIT-GEN (WS-SES-IDX) TO WS-SES-C-AUDIT-GEN.

           CALL "REYDB_AUDIT" USING WS-SES-C-KEY
                                    WS-SES-C-OP
                                    WS-SES-C-BEFORE
                                    WS-SES-C-AFTER
                                    WS-REYDB-DATABASE-NAME
                                    WS-SES-C-AUDIT-GEN
               RETURNING WS-REYDB-RESULT
           END-CALL.

           EVALUATE WS-SES-C-OP

               WHEN WS-AUDIT-OP-ADD

                   CALL "REYDB_INDEX_ADD" USING WS-SES-DATABASE-NAME
                                                WS-SES-C-KEY
                                                WS-SES-C-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-INDEX
                   END-CALL

      *** And through every running group total declared for
      *** this database - a no-op for one that declares none.
                   CALL "REYDB_GRPTOT_ADD" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-GRPTOT
                   END-CALL

                   CALL "REYDB_WINDEX_ADD" USING WS-SES-DATABASE-NAME
                                                 WS-SES-C-KEY
                                                 WS-SES-C-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-WINDEX
                   END-CALL

                   CALL "REYDB_PHONETIC_ADD" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-KEY
                            WS-SES-C-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-PHONETIC
                   END-CALL

                   CALL "REYDB_CHECKSUM_NOTE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-KEY
                            WS-SES-C-NEW-CONTENT
                            WS-SES-C-AUDIT-GEN
                       RETURNING WS-REYDB-RESULT-CHECKSUM
                   END-CALL

                   CALL "REYDB_TOTALS_NOTE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-OP
                            WS-SES-C-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-TOTALS
                   END-CALL

               WHEN WS-AUDIT-OP-REWRITE

      *** A status change leaves its own STATE row beside the
      *** REWRITE, as through REYDB_REWRITE.
                   IF WS-SES-P-TRANS (WS-SES-IDX) EQUAL 'Y'
                      CALL "REYDB_AUDIT" USING WS-SES-C-KEY
                                               WS-AUDIT-OP-STATE
                                               WS-SES-C-BEFORE
                                               WS-SES-C-AFTER
                                               WS-REYDB-DATABASE-NAME
                                               WS-SES-C-AUDIT-GEN
                          RETURNING WS-REYDB-RESULT
                      END-CALL
                   END-IF

                   MOVE WS-SES-C-KEY TO WS-SES-HIST-KEY
                   MOVE WS-SES-P-NEW-BUFFER (WS-SES-IDX)
                     TO WS-SES-HIST-BUFFER

                   CALL "REYDB_HISTORY_NOTE" USING
                            WS-SES-HIST-RECORD
                            WS-SES-C-BEFORE
                            WS-REYDB-DATABASE-NAME
                            WS-SES-C-OLD-GEN
                       RETURNING WS-REYDB-RESULT-HISTORY
                   END-CALL

                   CALL "REYDB_INDEX_DELETE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-KEY
                            WS-SES-C-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-INDEX
                   END-CALL

                   CALL "REYDB_GRPTOT_DELETE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-GRPTOT
                   END-CALL

                   CALL "REYDB_INDEX_ADD" USING WS-SES-DATABASE-NAME
                                                WS-SES-C-KEY
                                                WS-SES-C-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-INDEX
                   END-CALL

                   CALL "REYDB_GRPTOT_ADD" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-GRPTOT
                   END-CALL

                   CALL "REYDB_WINDEX_DELETE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-KEY
                            WS-SES-C-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-WINDEX
                   END-CALL

                   CALL "REYDB_PHONETIC_DELETE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-KEY
                            WS-SES-C-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-PHONETIC
                   END-CALL

                   CALL "REYDB_WINDEX_ADD" USING WS-SES-DATABASE-NAME
                                                 WS-SES-C-KEY
                                                 WS-SES-C-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-WINDEX
                   END-CALL

                   CALL "REYDB_PHONETIC_ADD" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-KEY
                            WS-SES-C-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-PHONETIC
                   END-CALL

                   CALL "REYDB_CHECKSUM_NOTE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-KEY
                            WS-SES-C-NEW-CONTENT
                            WS-SES-C-AUDIT-GEN
                       RETURNING WS-REYDB-RESULT-CHECKSUM
                   END-CALL

                   CALL "REYDB_TOTALS_NOTE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-OP
                            WS-SES-C-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-TOTALS
                   END-CALL

               WHEN WS-AUDIT-OP-REMOVE

                   CALL "REYDB_INDEX_DELETE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-KEY
                            WS-SES-C-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-INDEX
                   END-CALL

                   CALL "REYDB_GRPTOT_DELETE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-GRPTOT
                   END-CALL

                   CALL "REYDB_WINDEX_DELETE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-KEY
                            WS-SES-C-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-WINDEX
                   END-CALL

                   CALL "REYDB_PHONETIC_DELETE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-KEY
                            WS-SES-C-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-PHONETIC
                   END-CALL

                   CALL "REYDB_TOTALS_NOTE" USING
                            WS-SES-DATABASE-NAME
                            WS-SES-C-OP
                            WS-SES-C-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-TOTALS
                   END-CALL

           END-EVALUATE.

      *** Declared write triggers queue once the write's side files
      *** stand - REYDB_TRIGGER_DRAIN runs the rules later.
           CALL "REYDB_TRIGGER_FIRE" USING WS-SES-DATABASE-NAME
                                           WS-SES-C-KEY
                                           WS-SES-C-OP
                                           WS-SES-C-AFTER
               RETURNING WS-REYDB-RESULT-TRIGGER
           END-CALL.

       8100-COMMIT-ONE-EXIT.
           EXIT.
      ******************************************************************

