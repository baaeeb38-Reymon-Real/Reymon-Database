      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    quota.cbl          ***
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
       PROGRAM-ID. REYDB_QUOTA IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Storage quotas - one team's runaway load filling the disk  ***
      *** and taking every database down with it is stopped at the   ***
      *** write, not reported by REYDB_FORECAST after the fact.      ***
      *** quota.dat holds a soft and a hard limit in rows and in     ***
      *** bytes for a cataloged database as a whole, and optionally  ***
      *** for one signed-on user writing into it; zero is no limit.  ***
      ***                                                            ***
      *** REYDB_QUOTA sets or clears one (a utility-authority act).  ***
      *** REYDB_QUOTA_CHECK is the question REYDB_ADD and            ***
      *** REYDB_ADD_MANY ask before every insert - REYDB_LOAD and    ***
      *** the importers ride through REYDB_ADD: reaching a soft      ***
      *** limit puts a warning on the operator alert file, once per  ***
      *** crossing, and a row that would pass a hard limit is        ***
      *** refused NO-SPACE with an error alert, once likewise.       ***
      *** REYDB_QUOTA_NOTE keeps the usage running as rows land and  ***
      *** go. A byte is a physical record's fixed length, so a soft- ***
      *** deleted row frees its row but keeps its bytes until a      ***
      *** purge or reorganisation takes it off the disk.             ***
      ***                                                            ***
      *** REYDB_QUOTA_REPORT writes quota.rpt, each quota's usage    ***
      *** against its limits - recounting every database's own      ***
      *** usage from its file and its declared extents first, so     ***
      *** the running figures never drift far from the disk.        ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-quota.cpy".
       COPY "file/control/reydb-catalog.cpy".
       COPY "file/control/reydb-runlog.cpy".
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
       COPY "file/section/reydb-quota.cpy".
       COPY "file/section/reydb-catalog.cpy".
       COPY "file/section/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-quota.cpy".
       COPY "data/working/reydb-catalog.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-extent.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-secjrnl.cpy".
       COPY "data/working/reydb-utilauth.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_QUOTA".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-QTA-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Who is signed on - the per-user quota this call answers to.
       77 WS-QTA-USER PIC X(08) VALUE SPACE.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The fixed length of one physical record - what a row
      *** costs the disk, the same figure REYDB_STATS sizes by.
       77 WS-QTA-RECORD-LENGTH PIC 9(09) COMP-5 VALUE 530.

      *** A quota's usage once the rows in hand have landed, and the
      *** bytes they take.
       77 WS-QTA-NEW-ROWS  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-QTA-NEW-BYTES PIC 9(12) COMP-5 VALUE ZERO.
       77 WS-QTA-ADD-BYTES PIC 9(12) COMP-5 VALUE ZERO.

      *** Where a quota stands - SPACE under its soft limits, 'Y' at
      *** or past a soft limit, 'H' at or past a hard one.
       77 WS-QTA-STANDING PIC X(01) VALUE SPACE.

      *** 'Y' once either quota refuses the rows in hand.
       77 WS-QTA-REFUSED PIC X(01) VALUE 'N'.

      *** The alert in hand - its severity, result and words.
       77 WS-QTA-ALERT-SEVERITY PIC X(01) VALUE SPACE.
       77 WS-QTA-ALERT-RESULT   PIC 9(02) VALUE ZERO.
       77 WS-QTA-ALERT-TEXT     PIC X(40) VALUE SPACE.
       77 WS-QTA-WHO            PIC X(08) VALUE SPACE.

      *** A recount - the physical file in hand down the extent
      *** chain, its rows and physical records, and whether the
      *** database's own file was there to count at all.
       77 WS-QTA-PHYS-NAME    PIC X(64) VALUE SPACE.
       77 WS-QTA-COUNT-ROWS   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-QTA-COUNT-RECS   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-QTA-COUNTED      PIC X(01) VALUE 'N'.
       77 WS-QTA-EOF          PIC X(01) VALUE 'N'.
       77 WS-QTA-CHAIN-END    PIC X(01) VALUE 'N'.

      *** The report's share of a hard limit used, in whole percent.
       77 WS-QTA-PERCENT       PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-QTA-PERCENT-BYTES PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-QTA-LINES         PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-QTA-REPORT-EOF    PIC X(01) VALUE 'N'.

       77 WS-QTA-DATE PIC 9(08) VALUE ZERO.
       77 WS-QTA-TIME PIC 9(08) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The quota being set - SPACE user for the database as a
      *** whole; limits of zero are no limit, all four zero clears
      *** the quota.
       77 LS-QUOTA-USER       PIC X(08) VALUE SPACE.
       77 LS-QUOTA-SOFT-ROWS  PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-QUOTA-HARD-ROWS  PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-QUOTA-SOFT-BYTES PIC 9(12) COMP-5 VALUE ZERO.
       77 LS-QUOTA-HARD-BYTES PIC 9(12) COMP-5 VALUE ZERO.

      *** Rows about to land, or just landed or removed, and which.
       77 LS-QUOTA-ROWS      PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-QUOTA-OPERATION PIC X(08) VALUE SPACE.

      *** Quota lines the usage report wrote.
       77 LS-QUOTA-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NO-SPACE        VALUE 16.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - sets one quota, or clears it when    ***
      *** all four limits are zero. The database has to be on the    ***
      *** catalog; a database-wide quota starts from a recount of    ***
      *** what the database already holds, a user's from nothing.    ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-QUOTA-USER
                                    LS-QUOTA-SOFT-ROWS
                                    LS-QUOTA-HARD-ROWS
                                    LS-QUOTA-SOFT-BYTES
                                    LS-QUOTA-HARD-BYTES
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

      *** Who may cap a database is the utility authority file's
      *** question, the same as who may purge one.
           CALL "REYDB_UTILAUTH" USING WS-UTIL-QUOTA
                                       WS-QTA-RESOLVED-NAME
               RETURNING WS-REYDB-RESULT-UTILAUTH
           END-CALL.

           IF WS-REYDB-RESULT-UTILAUTH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-QTA-RESOLVED-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-UTILITY
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

      *** A soft limit past its own hard limit would never warn.
           IF (LS-QUOTA-HARD-ROWS GREATER THAN ZERO
               AND LS-QUOTA-SOFT-ROWS GREATER THAN LS-QUOTA-HARD-ROWS)
           OR (LS-QUOTA-HARD-BYTES GREATER THAN ZERO
               AND LS-QUOTA-SOFT-BYTES GREATER THAN LS-QUOTA-HARD-BYTES)
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** Only a cataloged database carries a quota.
           OPEN INPUT FC-CATALOG.

           IF WS-CATALOG-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-QTA-RESOLVED-NAME TO FS-CATALOG-KEY.

           READ FC-CATALOG

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-READ.

           CLOSE FC-CATALOG.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           OPEN I-O FC-QUOTA.

      *** First quota ever set - quota.dat does not exist yet.
           IF WS-QUOTA-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-QUOTA
              CLOSE FC-QUOTA
              OPEN I-O FC-QUOTA
           END-IF.

           IF WS-QUOTA-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-QTA-RESOLVED-NAME TO FS-QUOTA-DATABASE.
           MOVE LS-QUOTA-USER        TO FS-QUOTA-USER.

           READ FC-QUOTA

           INVALID KEY

               IF LS-QUOTA-SOFT-ROWS  EQUAL ZERO
               AND LS-QUOTA-HARD-ROWS  EQUAL ZERO
               AND LS-QUOTA-SOFT-BYTES EQUAL ZERO
               AND LS-QUOTA-HARD-BYTES EQUAL ZERO
                  MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
               ELSE
                  PERFORM 0300-NEW-QUOTA THRU 0300-NEW-QUOTA-EXIT
               END-IF

           NOT INVALID KEY

               IF LS-QUOTA-SOFT-ROWS  EQUAL ZERO
               AND LS-QUOTA-HARD-ROWS  EQUAL ZERO
               AND LS-QUOTA-SOFT-BYTES EQUAL ZERO
               AND LS-QUOTA-HARD-BYTES EQUAL ZERO
                  DELETE FC-QUOTA RECORD
                  MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
               ELSE
                  PERFORM 0200-SET-LIMITS THRU 0200-SET-LIMITS-EXIT
                  PERFORM 2300-SETTLE-WARNING
                     THRU 2300-SETTLE-WARNING-EXIT
                  REWRITE FS-QUOTA-RECORD
                  IF WS-QUOTA-FILE-STATUS EQUAL "00"
                     MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
                  ELSE
                     MOVE WS-REYDB-WRITE-FAILURE TO LS-REYDB-RESULT
                  END-IF
               END-IF

           END-READ.

           CLOSE FC-QUOTA.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - may LS-QUOTA-ROWS more rows land in   ***
      *** this database for the signed-on user. Asked inside the     ***
      *** writer's gate, before the WRITE. NO-SPACE when the         ***
      *** database's quota or the user's would pass a hard limit.    ***
      *** No quota.dat, or no quota for either, always answers yes.  ***
      ******************************************************************
       ENTRY "REYDB_QUOTA_CHECK" USING LS-REYDB-DATABASE-NAME
                                       LS-QUOTA-ROWS.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.
           MOVE 'N' TO WS-QTA-REFUSED.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-QUOTA.

           IF WS-QUOTA-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           COMPUTE WS-QTA-ADD-BYTES =
                   LS-QUOTA-ROWS * WS-QTA-RECORD-LENGTH.

      *** The database's own quota, then the signed-on user's.
           MOVE WS-QTA-RESOLVED-NAME TO FS-QUOTA-DATABASE.
           MOVE SPACE                TO FS-QUOTA-USER.

           PERFORM 2000-CHECK-ONE THRU 2000-CHECK-ONE-EXIT.

           MOVE SPACE TO WS-QTA-USER.

           CALL "REYDB_WHOAMI" USING WS-QTA-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           IF WS-QTA-USER NOT EQUAL SPACE
              MOVE WS-QTA-RESOLVED-NAME TO FS-QUOTA-DATABASE
              MOVE WS-QTA-USER          TO FS-QUOTA-USER
              PERFORM 2000-CHECK-ONE THRU 2000-CHECK-ONE-EXIT
           END-IF.

           CLOSE FC-QUOTA.

           IF WS-QTA-REFUSED EQUAL 'Y'
              MOVE WS-REYDB-NO-SPACE TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - LS-QUOTA-ROWS rows landed ("ADD") or   ***
      *** were removed ("REMOVE") - the running usage of the         ***
      *** database's quota and the signed-on user's moved to match.  ***
      ******************************************************************
       ENTRY "REYDB_QUOTA_NOTE" USING LS-REYDB-DATABASE-NAME
                                      LS-QUOTA-OPERATION
                                      LS-QUOTA-ROWS.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-QUOTA.

           IF WS-QUOTA-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           COMPUTE WS-QTA-ADD-BYTES =
                   LS-QUOTA-ROWS * WS-QTA-RECORD-LENGTH.

           MOVE WS-QTA-RESOLVED-NAME TO FS-QUOTA-DATABASE.
           MOVE SPACE                TO FS-QUOTA-USER.

           PERFORM 2200-NOTE-ONE THRU 2200-NOTE-ONE-EXIT.

           MOVE SPACE TO WS-QTA-USER.

           CALL "REYDB_WHOAMI" USING WS-QTA-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           IF WS-QTA-USER NOT EQUAL SPACE
              MOVE WS-QTA-RESOLVED-NAME TO FS-QUOTA-DATABASE
              MOVE WS-QTA-USER          TO FS-QUOTA-USER
              PERFORM 2200-NOTE-ONE THRU 2200-NOTE-ONE-EXIT
           END-IF.

           CLOSE FC-QUOTA.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - the usage report. Every database's    ***
      *** own quota is recounted from disk first; a user's quota     ***
      *** reports its running figures.                               ***
      ******************************************************************
       ENTRY "REYDB_QUOTA_REPORT" USING LS-QUOTA-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-QUOTA-COUNT WS-QTA-LINES.
           MOVE 'N'  TO WS-QTA-REPORT-EOF.

           OPEN OUTPUT FC-QUOTA-RPT.

           IF WS-QUOTA-RPT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-QUOTA.

      *** No quota ever set - an empty report, and nothing wrong.
           IF WS-QUOTA-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-QUOTA-RPT
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM UNTIL WS-QTA-REPORT-EOF EQUAL 'S'

               READ FC-QUOTA NEXT RECORD

               AT END
                   MOVE 'S' TO WS-QTA-REPORT-EOF

               NOT AT END
                   PERFORM 3000-REPORT-ONE THRU 3000-REPORT-ONE-EXIT
               END-READ

           END-PERFORM.

           CLOSE FC-QUOTA.
           CLOSE FC-QUOTA-RPT.

           MOVE WS-QTA-LINES TO LS-QUOTA-COUNT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the caller's database name - blank follows the    ***
      *** usual "reymon.db" default.                                 ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-QTA-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-QTA-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The caller's limits onto the quota row in hand, stamped    ***
      *** with who set them and when.                                ***
      ******************************************************************
       0200-SET-LIMITS.

           MOVE LS-QUOTA-SOFT-ROWS  TO FS-QUOTA-SOFT-ROWS.
           MOVE LS-QUOTA-HARD-ROWS  TO FS-QUOTA-HARD-ROWS.
           MOVE LS-QUOTA-SOFT-BYTES TO FS-QUOTA-SOFT-BYTES.
           MOVE LS-QUOTA-HARD-BYTES TO FS-QUOTA-HARD-BYTES.

           MOVE SPACE TO WS-QTA-USER.

           CALL "REYDB_WHOAMI" USING WS-QTA-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           MOVE WS-QTA-USER TO FS-QUOTA-SET-BY.

           ACCEPT WS-QTA-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-QTA-TIME FROM TIME.

           MOVE WS-QTA-DATE TO FS-QUOTA-SET-TS (1:8).
           MOVE WS-QTA-TIME TO FS-QUOTA-SET-TS (9:8).

       0200-SET-LIMITS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A quota not on file before. The database's own starts from ***
      *** what its files hold today; a user's starts from nothing,   ***
      *** since no row says which user wrote it.                     ***
      ******************************************************************
       0300-NEW-QUOTA.

           MOVE WS-QTA-RESOLVED-NAME TO FS-QUOTA-DATABASE.
           MOVE LS-QUOTA-USER        TO FS-QUOTA-USER.

           MOVE ZERO  TO FS-QUOTA-USED-ROWS FS-QUOTA-USED-BYTES.
           MOVE SPACE TO FS-QUOTA-WARNED FS-QUOTA-COUNTED-TS.

           PERFORM 0200-SET-LIMITS THRU 0200-SET-LIMITS-EXIT.

           IF FS-QUOTA-USER EQUAL SPACE
              PERFORM 0500-RECOUNT THRU 0500-RECOUNT-EXIT
           END-IF.

           PERFORM 2300-SETTLE-WARNING THRU 2300-SETTLE-WARNING-EXIT.

           WRITE FS-QUOTA-RECORD

           INVALID KEY
               MOVE WS-REYDB-WRITE-FAILURE TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

       0300-NEW-QUOTA-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The quota row in hand's usage counted from disk - rows     ***
      *** still active, and every physical record (soft-deleted      ***
      *** ones hold their bytes) at the fixed record length, over    ***
      *** the database's own file and each extent declared after    ***
      *** it. A database whose own file is not there - a logical     ***
      *** name its shards stand for - keeps its running figures.     ***
      ******************************************************************
       0500-RECOUNT.

           MOVE ZERO TO WS-QTA-COUNT-ROWS WS-QTA-COUNT-RECS.
           MOVE 'N'  TO WS-QTA-COUNTED WS-QTA-CHAIN-END.

           CALL "REYDB_ENQUEUE_SHARED" USING FS-QUOTA-DATABASE
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

      *** A database a writer is holding keeps its running figures
      *** until the next report.
           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0500-RECOUNT-EXIT
           END-IF.

           MOVE FS-QUOTA-DATABASE TO WS-QTA-PHYS-NAME.

           PERFORM UNTIL WS-QTA-CHAIN-END EQUAL 'Y'

               PERFORM 0550-COUNT-FILE THRU 0550-COUNT-FILE-EXIT

               MOVE SPACE TO WS-EXTENT-NEXT-FILE

               CALL "REYDB_EXTENT_NEXT" USING FS-QUOTA-DATABASE
                                              WS-QTA-PHYS-NAME
                                              WS-EXTENT-NEXT-FILE
                   RETURNING WS-REYDB-RESULT-EXTENT
               END-CALL

               IF WS-EXTENT-NEXT-FILE EQUAL SPACE
                  MOVE 'Y' TO WS-QTA-CHAIN-END
               ELSE
                  MOVE WS-EXTENT-NEXT-FILE TO WS-QTA-PHYS-NAME
               END-IF

           END-PERFORM.

           CALL "REYDB_DEQUEUE_SHARED" USING FS-QUOTA-DATABASE
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-QTA-COUNTED NOT EQUAL 'Y'
              GO TO 0500-RECOUNT-EXIT
           END-IF.

           MOVE WS-QTA-COUNT-ROWS TO FS-QUOTA-USED-ROWS.
           COMPUTE FS-QUOTA-USED-BYTES =
                   WS-QTA-COUNT-RECS * WS-QTA-RECORD-LENGTH.

           ACCEPT WS-QTA-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-QTA-TIME FROM TIME.

           MOVE WS-QTA-DATE TO FS-QUOTA-COUNTED-TS (1:8).
           MOVE WS-QTA-TIME TO FS-QUOTA-COUNTED-TS (9:8).

       0500-RECOUNT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One physical file of the chain counted. An extent not yet  ***
      *** written to holds nothing.                                  ***
      ******************************************************************
       0550-COUNT-FILE.

           MOVE WS-QTA-PHYS-NAME TO WS-REYDB-DATABASE-NAME.

           OPEN INPUT FC-REYDB.

           IF WS-REYDB-FILE-STATUS NOT EQUAL "00"
              GO TO 0550-COUNT-FILE-EXIT
           END-IF.

           IF WS-QTA-PHYS-NAME EQUAL FS-QUOTA-DATABASE
              MOVE 'Y' TO WS-QTA-COUNTED
           END-IF.

           MOVE 'N' TO WS-QTA-EOF.

           PERFORM UNTIL WS-QTA-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-QTA-EOF

               NOT AT END
                   ADD 1 TO WS-QTA-COUNT-RECS
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      ADD 1 TO WS-QTA-COUNT-ROWS
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.

       0550-COUNT-FILE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One quota judged against the rows in hand - keyed by       ***
      *** FS-QUOTA-KEY. Past a hard limit refuses; at a soft limit   ***
      *** warns. Each alert goes out once per crossing.              ***
      ******************************************************************
       2000-CHECK-ONE.

           READ FC-QUOTA

           INVALID KEY
               GO TO 2000-CHECK-ONE-EXIT

           END-READ.

           COMPUTE WS-QTA-NEW-ROWS  =
                   FS-QUOTA-USED-ROWS + LS-QUOTA-ROWS.
           COMPUTE WS-QTA-NEW-BYTES =
                   FS-QUOTA-USED-BYTES + WS-QTA-ADD-BYTES.

           IF (FS-QUOTA-HARD-ROWS GREATER THAN ZERO
               AND WS-QTA-NEW-ROWS GREATER THAN FS-QUOTA-HARD-ROWS)
           OR (FS-QUOTA-HARD-BYTES GREATER THAN ZERO
               AND WS-QTA-NEW-BYTES GREATER THAN FS-QUOTA-HARD-BYTES)
              MOVE 'Y' TO WS-QTA-REFUSED
              IF NOT FS-QUOTA-IS-HARD-WARNED
                 MOVE 'E'                  TO WS-QTA-ALERT-SEVERITY
                 MOVE WS-REYDB-NO-SPACE    TO WS-QTA-ALERT-RESULT
                 MOVE "HARD QUOTA REFUSING" TO WS-QTA-ALERT-TEXT
                 PERFORM 2100-RAISE-ALERT THRU 2100-RAISE-ALERT-EXIT
                 MOVE 'H' TO FS-QUOTA-WARNED
                 REWRITE FS-QUOTA-RECORD
              END-IF
              GO TO 2000-CHECK-ONE-EXIT
           END-IF.

           IF (FS-QUOTA-SOFT-ROWS GREATER THAN ZERO
               AND WS-QTA-NEW-ROWS NOT LESS THAN FS-QUOTA-SOFT-ROWS)
           OR (FS-QUOTA-SOFT-BYTES GREATER THAN ZERO
               AND WS-QTA-NEW-BYTES NOT LESS THAN FS-QUOTA-SOFT-BYTES)
              IF NOT FS-QUOTA-IS-SOFT-WARNED
                 AND NOT FS-QUOTA-IS-HARD-WARNED
                 MOVE 'W'                  TO WS-QTA-ALERT-SEVERITY
                 MOVE ZERO                 TO WS-QTA-ALERT-RESULT
                 MOVE "SOFT QUOTA REACHED" TO WS-QTA-ALERT-TEXT
                 PERFORM 2100-RAISE-ALERT THRU 2100-RAISE-ALERT-EXIT
                 MOVE 'Y' TO FS-QUOTA-WARNED
                 REWRITE FS-QUOTA-RECORD
              END-IF
           END-IF.

       2000-CHECK-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The quota in hand's alert onto the operator alert file,    ***
      *** naming the user it binds ("DATABASE" for the database's    ***
      *** own).                                                      ***
      ******************************************************************
       2100-RAISE-ALERT.

           IF FS-QUOTA-USER EQUAL SPACE
              MOVE "DATABASE" TO WS-QTA-WHO
           ELSE
              MOVE FS-QUOTA-USER TO WS-QTA-WHO
           END-IF.

           OPEN EXTEND FC-ALERT.

           IF WS-ALERT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-ALERT
           END-IF.

           MOVE WS-QTA-ALERT-SEVERITY TO FS-ALERT-SEVERITY.
           MOVE "REYDB_QUOTA"         TO FS-ALERT-PROGRAM.
           MOVE FS-QUOTA-DATABASE     TO FS-ALERT-DATABASE.
           MOVE WS-QTA-ALERT-RESULT   TO FS-ALERT-RESULT.

           MOVE SPACE TO FS-ALERT-TEXT.
           STRING WS-QTA-ALERT-TEXT DELIMITED BY "  "
                  " "               DELIMITED BY SIZE
                  WS-QTA-WHO        DELIMITED BY SPACE
             INTO FS-ALERT-TEXT.

           MOVE ZERO TO FS-ALERT-RUN-ID FS-ALERT-SNAP-SEQ.

           WRITE FS-ALERT-RECORD.

           CLOSE FC-ALERT.

       2100-RAISE-ALERT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One quota's running usage moved by the rows in hand. A     ***
      *** removal frees the row but not its bytes - the physical     ***
      *** record stays until a purge or reorganisation.              ***
      ******************************************************************
       2200-NOTE-ONE.

           READ FC-QUOTA

           INVALID KEY
               GO TO 2200-NOTE-ONE-EXIT

           END-READ.

           IF LS-QUOTA-OPERATION EQUAL WS-QUOTA-OP-REMOVE
              IF FS-QUOTA-USED-ROWS GREATER THAN LS-QUOTA-ROWS
                 SUBTRACT LS-QUOTA-ROWS FROM FS-QUOTA-USED-ROWS
              ELSE
                 MOVE ZERO TO FS-QUOTA-USED-ROWS
              END-IF
           ELSE
              ADD LS-QUOTA-ROWS    TO FS-QUOTA-USED-ROWS
              ADD WS-QTA-ADD-BYTES TO FS-QUOTA-USED-BYTES
           END-IF.

           PERFORM 2300-SETTLE-WARNING THRU 2300-SETTLE-WARNING-EXIT.

           REWRITE FS-QUOTA-RECORD.

       2200-NOTE-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Where the quota row in hand stands against its limits, and ***
      *** its warned flag let down to match once usage has fallen    ***
      *** back - so the next crossing alerts again. The flag is only ***
      *** ever raised by the alert itself.                           ***
      ******************************************************************
       2300-SETTLE-WARNING.

           MOVE SPACE TO WS-QTA-STANDING.

           IF (FS-QUOTA-SOFT-ROWS GREATER THAN ZERO
               AND FS-QUOTA-USED-ROWS NOT LESS THAN FS-QUOTA-SOFT-ROWS)
           OR (FS-QUOTA-SOFT-BYTES GREATER THAN ZERO
               AND FS-QUOTA-USED-BYTES NOT LESS THAN
                   FS-QUOTA-SOFT-BYTES)
              MOVE 'Y' TO WS-QTA-STANDING
           END-IF.

           IF (FS-QUOTA-HARD-ROWS GREATER THAN ZERO
               AND FS-QUOTA-USED-ROWS NOT LESS THAN FS-QUOTA-HARD-ROWS)
           OR (FS-QUOTA-HARD-BYTES GREATER THAN ZERO
               AND FS-QUOTA-USED-BYTES NOT LESS THAN
                   FS-QUOTA-HARD-BYTES)
              MOVE 'H' TO WS-QTA-STANDING
           END-IF.

           IF FS-QUOTA-IS-HARD-WARNED
              AND WS-QTA-STANDING NOT EQUAL 'H'
              MOVE WS-QTA-STANDING TO FS-QUOTA-WARNED
           END-IF.

           IF FS-QUOTA-IS-SOFT-WARNED
              AND WS-QTA-STANDING EQUAL SPACE
              MOVE SPACE TO FS-QUOTA-WARNED
           END-IF.

       2300-SETTLE-WARNING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One quota on the usage report - a database's own recounted ***
      *** and rewritten first.                                       ***
      ******************************************************************
       3000-REPORT-ONE.

           IF FS-QUOTA-USER EQUAL SPACE
              PERFORM 0500-RECOUNT THRU 0500-RECOUNT-EXIT
              PERFORM 2300-SETTLE-WARNING THRU 2300-SETTLE-WARNING-EXIT
              REWRITE FS-QUOTA-RECORD
           ELSE
              PERFORM 2300-SETTLE-WARNING THRU 2300-SETTLE-WARNING-EXIT
           END-IF.

      *** The larger share of the two hard limits used.
           MOVE ZERO TO WS-QTA-PERCENT WS-QTA-PERCENT-BYTES.

           IF FS-QUOTA-HARD-ROWS GREATER THAN ZERO
              COMPUTE WS-QTA-PERCENT =
                      FS-QUOTA-USED-ROWS * 100 / FS-QUOTA-HARD-ROWS
           END-IF.

           IF FS-QUOTA-HARD-BYTES GREATER THAN ZERO
              COMPUTE WS-QTA-PERCENT-BYTES =
                      FS-QUOTA-USED-BYTES * 100 / FS-QUOTA-HARD-BYTES
           END-IF.

           IF WS-QTA-PERCENT-BYTES GREATER THAN WS-QTA-PERCENT
              MOVE WS-QTA-PERCENT-BYTES TO WS-QTA-PERCENT
           END-IF.

           IF WS-QTA-PERCENT GREATER THAN 999
              MOVE 999 TO WS-QTA-PERCENT
           END-IF.

           MOVE SPACE                    TO FS-QUOTA-RPT-RECORD.
           MOVE FS-QUOTA-DATABASE (1:40) TO FS-QUOTA-RPT-DATABASE.

           IF FS-QUOTA-USER EQUAL SPACE
              MOVE "DATABASE" TO FS-QUOTA-RPT-USER
           ELSE
              MOVE FS-QUOTA-USER TO FS-QUOTA-RPT-USER
           END-IF.

           MOVE FS-QUOTA-USED-ROWS  TO FS-QUOTA-RPT-USED-ROWS.
           MOVE FS-QUOTA-SOFT-ROWS  TO FS-QUOTA-RPT-SOFT-ROWS.
           MOVE FS-QUOTA-HARD-ROWS  TO FS-QUOTA-RPT-HARD-ROWS.
           MOVE FS-QUOTA-USED-BYTES TO FS-QUOTA-RPT-USED-BYTES.
           MOVE FS-QUOTA-SOFT-BYTES TO FS-QUOTA-RPT-SOFT-BYTES.
           MOVE FS-QUOTA-HARD-BYTES TO FS-QUOTA-RPT-HARD-BYTES.
           MOVE WS-QTA-PERCENT      TO FS-QUOTA-RPT-PERCENT.

           EVALUATE WS-QTA-STANDING
               WHEN 'H'
                   MOVE "AT HARD"  TO FS-QUOTA-RPT-STANDING
               WHEN 'Y'
                   MOVE "PAST SOFT" TO FS-QUOTA-RPT-STANDING
               WHEN OTHER
                   MOVE "OK"       TO FS-QUOTA-RPT-STANDING
           END-EVALUATE.

           WRITE FS-QUOTA-RPT-RECORD.

           ADD 1 TO WS-QTA-LINES.

       3000-REPORT-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-QUOTA-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-QUOTA-RPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CATALOG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
