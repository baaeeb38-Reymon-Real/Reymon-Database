      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    grptot.cbl         ***
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
       PROGRAM-ID. REYDB_GRPTOT_ADD IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Running group totals - "total balance by branch" kept      ***
      *** current as the rows are written instead of swept out of    ***
      *** the whole file every time a report asks.                   ***
      *** REYDB_GRPTOT_DEFINE declares a definition (amount slice,   ***
      *** group slice) for a database; REYDB_ADD / REYDB_REWRITE /   ***
      *** REYDB_UPDATE / REYDB_REMOVE / REYDB_COMPUTE and the other  ***
      *** writers fold each row in through REYDB_GRPTOT_ADD and out  ***
      *** through REYDB_GRPTOT_DELETE (handed the plaintext content, ***
      *** as the index entries are), so every definition's per-group ***
      *** count and sum in "<db>.grt" moves with the file.           ***
      *** REYDB_SUMMARY asks REYDB_GRPTOT_FETCH first and only       ***
      *** sweeps when no current definition covers its question.     ***
      ***                                                            ***
      *** REYDB_GRPTOT_VERIFY recomputes every definition from a     ***
      *** full sweep, lists each group that had drifted on           ***
      *** grptot.rpt, and - asked to rebuild - replaces the running  ***
      *** figures with the swept ones. A fresh definition is PENDING ***
      *** until a verify has seeded or confirmed it. A database with ***
      *** no definition costs the writers one failed OPEN and        ***
      *** nothing else.                                              ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-grptot.cpy".
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
       COPY "file/section/reydb-grptot.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-grptot.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-amount.cpy".

      *** This database's definitions, read once per call - the
      *** sequence each is filed under and the slices it totals.
       77 WS-GRPTOT-DEF-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-GRPTOT-DEFS.
          02 WS-GRPTOT-DEF-ENTRY OCCURS 20 TIMES.
             03 WS-GRPTOT-DEF-SEQ        PIC 9(02).
             03 WS-GRPTOT-DEF-AMT-OFFSET PIC 9(04) COMP-5.
             03 WS-GRPTOT-DEF-AMT-LENGTH PIC 9(04) COMP-5.
             03 WS-GRPTOT-DEF-GRP-OFFSET PIC 9(04) COMP-5.
             03 WS-GRPTOT-DEF-GRP-LENGTH PIC 9(04) COMP-5.
             03 WS-GRPTOT-DEF-STATE      PIC X(01).

       77 WS-GRPTOT-D        PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-GRPTOT-MATCH    PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-GRPTOT-NEXT-SEQ PIC 9(02) COMP-5 VALUE ZERO.

      *** +1 folds a row in, -1 folds it back out.
       77 WS-GRPTOT-SIGN PIC S9(04) COMP-5 VALUE ZERO.

      *** The row in hand's amount (signed, smallest unit) and group.
       77 WS-GRPTOT-AMOUNT    PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-GRPTOT-ROW-GROUP PIC X(32) VALUE SPACE.
       77 WS-GRPTOT-OTHER     PIC X(32) VALUE "*OTHER*".

      *** The verify's swept figures for one definition - five
      *** hundred groups; past that the definition is reported as
      *** too wide to verify rather than half-checked.
       77 WS-GRPTOT-SWEPT-USED PIC 9(04) COMP-5 VALUE ZERO.
       01 WS-GRPTOT-SWEPT.
          02 WS-GRPTOT-SWEPT-ENTRY OCCURS 500 TIMES.
             03 WS-GRPTOT-SWEPT-VALUE PIC X(32).
             03 WS-GRPTOT-SWEPT-COUNT PIC S9(09) COMP-5.
             03 WS-GRPTOT-SWEPT-SUM   PIC S9(18) COMP-5.

       77 WS-GRPTOT-IDX       PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-GRPTOT-OVERFLOW  PIC X(01) VALUE 'N'.
       77 WS-GRPTOT-DEF-DRIFT PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-GRPTOT-DRIFT     PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-GRPTOT-HELD-COUNT PIC S9(09) COMP-5 VALUE ZERO.
       77 WS-GRPTOT-HELD-SUM   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-GRPTOT-DATE      PIC 9(08) VALUE ZERO.
       77 WS-GRPTOT-EOF       PIC X(01) VALUE 'N'.
       77 WS-GRPTOT-DONE      PIC X(01) VALUE 'N'.

      *** Plaintext copy of a swept row's content, and the cipher
      *** generation it was stamped with.
       77 WS-GRPTOT-CONTENT       PIC X(471) VALUE SPACE.
       77 WS-GRPTOT-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-GRPTOT-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.

      *** Results of the CALLs to REYDB_CHECKSUM_GETGEN,
      *** REYDB_DECRYPT_GEN and REYDB_DECOMPRESS.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The row being folded in or out, in plaintext.
       77 LS-GRPTOT-CONTENT PIC X(471) VALUE SPACE.

      *** One definition - the amount slice totalled and the group
      *** slice it is broken by (zero group length = one *TOTAL*).
       77 LS-GRPTOT-AMT-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-GRPTOT-AMT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-GRPTOT-GRP-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-GRPTOT-GRP-LENGTH PIC 9(04) COMP-5 VALUE ZERO.

      *** REYDB_GRPTOT_VERIFY's switch ('Y' replaces the running
      *** figures with the swept ones) and its drifted-group count.
       77 LS-GRPTOT-REBUILD     PIC X(01) VALUE 'N'.
       77 LS-GRPTOT-DRIFT-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       COPY "data/linkage/reydb-grptot.cpy".

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS   VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE   VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND VALUE 10.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - folds one row into every             ***
      *** definition's running totals. Called by the writers after a ***
      *** successful WRITE, and with the new image after a rewrite.  ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-GRPTOT-CONTENT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 1 TO WS-GRPTOT-SIGN.

           PERFORM 0500-POST-ROW THRU 0500-POST-ROW-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - folds one row back out, by the        ***
      *** figures it USED to carry. Called with the old plaintext    ***
      *** before a rewrite lands the new one, and by REYDB_REMOVE on ***
      *** a delete.                                                  ***
      ******************************************************************
       ENTRY "REYDB_GRPTOT_DELETE" USING LS-REYDB-DATABASE-NAME
                                         LS-GRPTOT-CONTENT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE -1 TO WS-GRPTOT-SIGN.

           PERFORM 0500-POST-ROW THRU 0500-POST-ROW-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - declares one definition. The amount    ***
      *** slice follows REYDB_SUMMARY's limits (sixteen bytes, sign  ***
      *** byte included); the group slice is up to 32 bytes, or      ***
      *** none. Twenty definitions to a database; declaring one      ***
      *** already on file is a no-op. It starts PENDING - the        ***
      *** running figures only begin at the declaration, so run      ***
      *** REYDB_GRPTOT_VERIFY with rebuild to seed them from the     ***
      *** rows already on file.                                      ***
      ******************************************************************
       ENTRY "REYDB_GRPTOT_DEFINE" USING LS-REYDB-DATABASE-NAME
                                         LS-GRPTOT-AMT-OFFSET
                                         LS-GRPTOT-AMT-LENGTH
                                         LS-GRPTOT-GRP-OFFSET
                                         LS-GRPTOT-GRP-LENGTH.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-GRPTOT-AMT-LENGTH EQUAL ZERO
           OR LS-GRPTOT-AMT-LENGTH GREATER THAN 16
           OR LS-GRPTOT-AMT-OFFSET EQUAL ZERO
           OR LS-GRPTOT-AMT-OFFSET + LS-GRPTOT-AMT-LENGTH - 1
              GREATER THAN 471
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-GRPTOT-GRP-LENGTH GREATER THAN ZERO
              IF LS-GRPTOT-GRP-LENGTH GREATER THAN 32
              OR LS-GRPTOT-GRP-OFFSET EQUAL ZERO
              OR LS-GRPTOT-GRP-OFFSET + LS-GRPTOT-GRP-LENGTH - 1
                 GREATER THAN 471
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                 GOBACK
              END-IF
           END-IF.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.

           OPEN I-O FC-GRPTOT.

      *** First definition ever for this database - the totals file
      *** self-creates.
           IF WS-GRPTOT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-GRPTOT
              CLOSE FC-GRPTOT
              OPEN I-O FC-GRPTOT
           END-IF.

           PERFORM 0200-LOAD-DEFINITIONS
              THRU 0200-LOAD-DEFINITIONS-EXIT.
           PERFORM 0300-MATCH-DEFINITION
              THRU 0300-MATCH-DEFINITION-EXIT.

           IF WS-GRPTOT-MATCH NOT EQUAL ZERO
              CLOSE FC-GRPTOT
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** The lowest sequence no definition holds.
           MOVE ZERO TO WS-GRPTOT-NEXT-SEQ.

           PERFORM VARYING WS-GRPTOT-IDX FROM 1 BY 1
                     UNTIL WS-GRPTOT-IDX GREATER THAN 20
                        OR WS-GRPTOT-NEXT-SEQ NOT EQUAL ZERO
               MOVE WS-GRPTOT-IDX TO WS-GRPTOT-NEXT-SEQ
               PERFORM VARYING WS-GRPTOT-D FROM 1 BY 1
                         UNTIL WS-GRPTOT-D GREATER THAN
                               WS-GRPTOT-DEF-COUNT
                   IF WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D)
                      EQUAL WS-GRPTOT-IDX
                      MOVE ZERO TO WS-GRPTOT-NEXT-SEQ
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-GRPTOT-NEXT-SEQ EQUAL ZERO
              CLOSE FC-GRPTOT
              MOVE WS-REYDB-OVERFLOW TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE SPACE                TO FS-GRPDEF-RECORD.
           MOVE WS-GRPTOT-NEXT-SEQ   TO FS-GRPDEF-DEF.
           MOVE LOW-VALUES           TO FS-GRPDEF-MARK.
           MOVE LS-GRPTOT-AMT-OFFSET TO FS-GRPDEF-AMT-OFFSET.
           MOVE LS-GRPTOT-AMT-LENGTH TO FS-GRPDEF-AMT-LENGTH.
           MOVE LS-GRPTOT-GRP-OFFSET TO FS-GRPDEF-GRP-OFFSET.
           MOVE LS-GRPTOT-GRP-LENGTH TO FS-GRPDEF-GRP-LENGTH.
           MOVE 'P'                  TO FS-GRPDEF-STATE.
           MOVE ZERO                 TO FS-GRPDEF-VERIFIED.

           WRITE FS-GRPDEF-RECORD

           INVALID KEY
               MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-GRPTOT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - withdraws one definition and every    ***
      *** group row it kept. NOT-FOUND when no such definition is    ***
      *** declared.                                                  ***
      ******************************************************************
       ENTRY "REYDB_GRPTOT_DROP" USING LS-REYDB-DATABASE-NAME
                                       LS-GRPTOT-AMT-OFFSET
                                       LS-GRPTOT-AMT-LENGTH
                                       LS-GRPTOT-GRP-OFFSET
                                       LS-GRPTOT-GRP-LENGTH.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.

           OPEN I-O FC-GRPTOT.

           IF WS-GRPTOT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0200-LOAD-DEFINITIONS
              THRU 0200-LOAD-DEFINITIONS-EXIT.
           PERFORM 0300-MATCH-DEFINITION
              THRU 0300-MATCH-DEFINITION-EXIT.

           IF WS-GRPTOT-MATCH EQUAL ZERO
              CLOSE FC-GRPTOT
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** The definition row heads its own run - delete from there
      *** until the sequence changes.
           MOVE WS-GRPTOT-DEF-SEQ (WS-GRPTOT-MATCH) TO FS-GRPTOT-DEF.
           MOVE LOW-VALUES                          TO FS-GRPTOT-GROUP.
           MOVE 'N'                                 TO WS-GRPTOT-EOF.

           START FC-GRPTOT KEY IS NOT LESS THAN FS-GRPTOT-KEY

           INVALID KEY
               MOVE 'S' TO WS-GRPTOT-EOF

           END-START.

           PERFORM UNTIL WS-GRPTOT-EOF EQUAL 'S'

               READ FC-GRPTOT NEXT RECORD

               AT END
                   MOVE 'S' TO WS-GRPTOT-EOF

               NOT AT END
                   IF FS-GRPTOT-DEF
                      NOT EQUAL WS-GRPTOT-DEF-SEQ (WS-GRPTOT-MATCH)
                      MOVE 'S' TO WS-GRPTOT-EOF
                   ELSE
                      DELETE FC-GRPTOT RECORD
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-GRPTOT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - a CURRENT definition's groups, for     ***
      *** REYDB_SUMMARY to report from instead of sweeping.          ***
      *** NOT-FOUND when no definition matches these slices, or the  ***
      *** one that does is still PENDING - the caller sweeps,        ***
      *** exactly as before.                                         ***
      ******************************************************************
       ENTRY "REYDB_GRPTOT_FETCH" USING LS-REYDB-DATABASE-NAME
                                        LS-GRPTOT-AMT-OFFSET
                                        LS-GRPTOT-AMT-LENGTH
                                        LS-GRPTOT-GRP-OFFSET
                                        LS-GRPTOT-GRP-LENGTH
                                        LS-GRPTOT-TABLE
                                        LS-GRPTOT-GROUP-COUNT-USED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-GRPTOT-GROUP-COUNT-USED.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.

           OPEN INPUT FC-GRPTOT.

           IF WS-GRPTOT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0200-LOAD-DEFINITIONS
              THRU 0200-LOAD-DEFINITIONS-EXIT.
           PERFORM 0300-MATCH-DEFINITION
              THRU 0300-MATCH-DEFINITION-EXIT.

           IF WS-GRPTOT-MATCH EQUAL ZERO
              CLOSE FC-GRPTOT
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF WS-GRPTOT-DEF-STATE (WS-GRPTOT-MATCH) NOT EQUAL 'C'
              CLOSE FC-GRPTOT
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-GRPTOT-DEF-SEQ (WS-GRPTOT-MATCH) TO FS-GRPTOT-DEF.
           MOVE LOW-VALUES                          TO FS-GRPTOT-GROUP.
           MOVE 'N'                                 TO WS-GRPTOT-EOF.

           START FC-GRPTOT KEY IS GREATER THAN FS-GRPTOT-KEY

           INVALID KEY
               MOVE 'S' TO WS-GRPTOT-EOF

           END-START.

           PERFORM UNTIL WS-GRPTOT-EOF EQUAL 'S'

               READ FC-GRPTOT NEXT RECORD

               AT END
                   MOVE 'S' TO WS-GRPTOT-EOF

               NOT AT END
                   IF FS-GRPTOT-DEF
                      NOT EQUAL WS-GRPTOT-DEF-SEQ (WS-GRPTOT-MATCH)
                      MOVE 'S' TO WS-GRPTOT-EOF
                   ELSE
                      PERFORM 0400-SEAT-FETCHED
                         THRU 0400-SEAT-FETCHED-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-GRPTOT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixth entry point - the verify-and-rebuild. Every          ***
      *** definition is recomputed from a full sweep of the live     ***
      *** file under the shared gate and compared group by group     ***
      *** with the running figures; each group that differs - or is  ***
      *** held but no longer on file - gets a grptot.rpt line. A     ***
      *** definition that verifies clean turns CURRENT. With rebuild ***
      *** 'Y' the swept figures replace the running ones and the     ***
      *** definition turns CURRENT whatever was found.               ***
      *** VALIDATION-FAIL when drift was found and left in place;    ***
      *** OVERFLOW when a definition had more groups than the sweep  ***
      *** can hold (it is left as it was).                           ***
      ******************************************************************
       ENTRY "REYDB_GRPTOT_VERIFY" USING LS-REYDB-DATABASE-NAME
                                         LS-GRPTOT-REBUILD
                                         LS-GRPTOT-DRIFT-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-GRPTOT-DRIFT-COUNT WS-GRPTOT-DRIFT.
           MOVE 'N'  TO WS-GRPTOT-OVERFLOW.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.

           OPEN I-O FC-GRPTOT.

           IF WS-GRPTOT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0200-LOAD-DEFINITIONS
              THRU 0200-LOAD-DEFINITIONS-EXIT.

           IF WS-GRPTOT-DEF-COUNT EQUAL ZERO
              CLOSE FC-GRPTOT
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME
           END-IF.

      *** This database's processing policy - a plaintext database's
      *** rows carry no cipher for the sweep to undo.
           CALL "REYDB_POLICY" USING LS-REYDB-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

      *** Shared hold across the sweeps - the writers wait, so the
      *** file and the running figures hold still together.
           CALL "REYDB_ENQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              CLOSE FC-GRPTOT
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           ACCEPT WS-GRPTOT-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT FC-GRPTOT-RPT.

           PERFORM VARYING WS-GRPTOT-D FROM 1 BY 1
                     UNTIL WS-GRPTOT-D GREATER THAN WS-GRPTOT-DEF-COUNT
               PERFORM 0700-VERIFY-DEFINITION
                  THRU 0700-VERIFY-DEFINITION-EXIT
           END-PERFORM.

           CLOSE FC-GRPTOT-RPT.
           CLOSE FC-GRPTOT.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           MOVE WS-GRPTOT-DRIFT TO LS-GRPTOT-DRIFT-COUNT.

           EVALUATE TRUE
               WHEN WS-GRPTOT-OVERFLOW EQUAL 'Y'
                   MOVE WS-REYDB-OVERFLOW TO LS-REYDB-RESULT
               WHEN WS-GRPTOT-DRIFT GREATER THAN ZERO
                    AND LS-GRPTOT-REBUILD NOT EQUAL 'Y'
                   MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
               WHEN OTHER
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-EVALUATE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Derives this database's running-totals file name.          ***
      ******************************************************************
       0100-DERIVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db.grt" TO WS-GRPTOT-DATABASE-NAME
           ELSE
              MOVE SPACE TO WS-GRPTOT-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     ".grt"                 DELIMITED BY SIZE
                INTO WS-GRPTOT-DATABASE-NAME
           END-IF.

       0100-DERIVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Reads every definition row into the table - each heads its ***
      *** own run of group rows, so one START past the previous run  ***
      *** lands on the next.                                         ***
      ******************************************************************
       0200-LOAD-DEFINITIONS.

           MOVE ZERO TO WS-GRPTOT-DEF-COUNT.
           MOVE 1    TO WS-GRPTOT-NEXT-SEQ.
           MOVE 'N'  TO WS-GRPTOT-DONE.

           PERFORM UNTIL WS-GRPTOT-DONE EQUAL 'Y'
                      OR WS-GRPTOT-NEXT-SEQ GREATER THAN 20

               MOVE WS-GRPTOT-NEXT-SEQ TO FS-GRPTOT-DEF
               MOVE LOW-VALUES         TO FS-GRPTOT-GROUP

               START FC-GRPTOT KEY IS NOT LESS THAN FS-GRPTOT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GRPTOT-DONE
               END-START

               IF WS-GRPTOT-DONE NOT EQUAL 'Y'
                  READ FC-GRPTOT NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-GRPTOT-DONE
                  NOT AT END
                      IF FS-GRPDEF-MARK EQUAL LOW-VALUES
                         ADD 1 TO WS-GRPTOT-DEF-COUNT
                         MOVE WS-GRPTOT-DEF-COUNT TO WS-GRPTOT-D
                         MOVE FS-GRPDEF-DEF
                           TO WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D)
                         MOVE FS-GRPDEF-AMT-OFFSET
                           TO WS-GRPTOT-DEF-AMT-OFFSET (WS-GRPTOT-D)
                         MOVE FS-GRPDEF-AMT-LENGTH
                           TO WS-GRPTOT-DEF-AMT-LENGTH (WS-GRPTOT-D)
                         MOVE FS-GRPDEF-GRP-OFFSET
                           TO WS-GRPTOT-DEF-GRP-OFFSET (WS-GRPTOT-D)
                         MOVE FS-GRPDEF-GRP-LENGTH
                           TO WS-GRPTOT-DEF-GRP-LENGTH (WS-GRPTOT-D)
                         MOVE FS-GRPDEF-STATE
                           TO WS-GRPTOT-DEF-STATE (WS-GRPTOT-D)
                      END-IF
                      COMPUTE WS-GRPTOT-NEXT-SEQ = FS-GRPTOT-DEF + 1
                  END-READ
               END-IF

           END-PERFORM.

       0200-LOAD-DEFINITIONS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Finds the definition with exactly the caller's slices -    ***
      *** zero when none is declared.                                ***
      ******************************************************************
       0300-MATCH-DEFINITION.

           MOVE ZERO TO WS-GRPTOT-MATCH.

           PERFORM VARYING WS-GRPTOT-D FROM 1 BY 1
                     UNTIL WS-GRPTOT-D GREATER THAN WS-GRPTOT-DEF-COUNT
               IF WS-GRPTOT-DEF-AMT-OFFSET (WS-GRPTOT-D)
                  EQUAL LS-GRPTOT-AMT-OFFSET
               AND WS-GRPTOT-DEF-AMT-LENGTH (WS-GRPTOT-D)
                  EQUAL LS-GRPTOT-AMT-LENGTH
               AND WS-GRPTOT-DEF-GRP-LENGTH (WS-GRPTOT-D)
                  EQUAL LS-GRPTOT-GRP-LENGTH
               AND (LS-GRPTOT-GRP-LENGTH EQUAL ZERO
                    OR WS-GRPTOT-DEF-GRP-OFFSET (WS-GRPTOT-D)
                       EQUAL LS-GRPTOT-GRP-OFFSET)
                  MOVE WS-GRPTOT-D TO WS-GRPTOT-MATCH
               END-IF
           END-PERFORM.

       0300-MATCH-DEFINITION-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Seats one group row in the caller's table - past the       ***
      *** hundredth, the last slot turns into *OTHER* and the rest   ***
      *** fold into it, so the figures still balance to the file.    ***
      ******************************************************************
       0400-SEAT-FETCHED.

           IF LS-GRPTOT-GROUP-COUNT-USED LESS THAN 100
              ADD 1 TO LS-GRPTOT-GROUP-COUNT-USED
              MOVE LS-GRPTOT-GROUP-COUNT-USED TO WS-GRPTOT-IDX
              MOVE FS-GRPTOT-GROUP
                TO LS-GRPTOT-GROUP-VALUE (WS-GRPTOT-IDX)
              MOVE FS-GRPTOT-COUNT
                TO LS-GRPTOT-GROUP-COUNT (WS-GRPTOT-IDX)
              MOVE FS-GRPTOT-SUM
                TO LS-GRPTOT-GROUP-SUM   (WS-GRPTOT-IDX)
              MOVE ZERO
                TO LS-GRPTOT-GROUP-MIN   (WS-GRPTOT-IDX)
                   LS-GRPTOT-GROUP-MAX   (WS-GRPTOT-IDX)
              GO TO 0400-SEAT-FETCHED-EXIT
           END-IF.

           MOVE WS-GRPTOT-OTHER TO LS-GRPTOT-GROUP-VALUE (100).
           ADD FS-GRPTOT-COUNT  TO LS-GRPTOT-GROUP-COUNT (100).
           ADD FS-GRPTOT-SUM    TO LS-GRPTOT-GROUP-SUM   (100).

       0400-SEAT-FETCHED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Folds the row in hand (by WS-GRPTOT-SIGN) into every       ***
      *** definition. No running-totals file means nothing is        ***
      *** declared.                                                  ***
      ******************************************************************
       0500-POST-ROW.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.

           OPEN I-O FC-GRPTOT.

           IF WS-GRPTOT-FILE-STATUS NOT EQUAL "00"
              GO TO 0500-POST-ROW-EXIT
           END-IF.

           PERFORM 0200-LOAD-DEFINITIONS
              THRU 0200-LOAD-DEFINITIONS-EXIT.

           PERFORM VARYING WS-GRPTOT-D FROM 1 BY 1
                     UNTIL WS-GRPTOT-D GREATER THAN WS-GRPTOT-DEF-COUNT
               PERFORM 0600-POST-ONE THRU 0600-POST-ONE-EXIT
           END-PERFORM.

           CLOSE FC-GRPTOT.

       0500-POST-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One definition's group row moved by the row in hand. A     ***
      *** group that empties is removed; folding out of a group      ***
      *** never posted leaves a negative row the next verify         ***
      *** reports.                                                   ***
      ******************************************************************
       0600-POST-ONE.

           MOVE LS-GRPTOT-CONTENT TO WS-GRPTOT-CONTENT.

           PERFORM 0800-SLICE-ROW THRU 0800-SLICE-ROW-EXIT.

           MOVE WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D) TO FS-GRPTOT-DEF.
           MOVE WS-GRPTOT-ROW-GROUP             TO FS-GRPTOT-GROUP.

           READ FC-GRPTOT KEY IS FS-GRPTOT-KEY

           INVALID KEY *> First row of this group

               MOVE WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D) TO FS-GRPTOT-DEF
               MOVE WS-GRPTOT-ROW-GROUP             TO FS-GRPTOT-GROUP
               MOVE WS-GRPTOT-SIGN                  TO FS-GRPTOT-COUNT
               COMPUTE FS-GRPTOT-SUM = WS-GRPTOT-SIGN * WS-GRPTOT-AMOUNT

               WRITE FS-GRPTOT-RECORD
               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
               END-WRITE

           NOT INVALID KEY

               ADD WS-GRPTOT-SIGN TO FS-GRPTOT-COUNT
               COMPUTE FS-GRPTOT-SUM = FS-GRPTOT-SUM
                                     + WS-GRPTOT-SIGN * WS-GRPTOT-AMOUNT

               IF FS-GRPTOT-COUNT EQUAL ZERO
                  AND FS-GRPTOT-SUM EQUAL ZERO
                  DELETE FC-GRPTOT RECORD
                  INVALID KEY
                      MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
                  END-DELETE
               ELSE
                  REWRITE FS-GRPTOT-RECORD
                  INVALID KEY
                      MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
                  END-REWRITE
               END-IF

           END-READ.

       0600-POST-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One definition recomputed from the live file, compared     ***
      *** with the running rows, and - asked to, or found clean -    ***
      *** set right.                                                 ***
      ******************************************************************
       0700-VERIFY-DEFINITION.

           MOVE ZERO TO WS-GRPTOT-SWEPT-USED WS-GRPTOT-DEF-DRIFT.
           MOVE 'N'  TO WS-GRPTOT-EOF WS-GRPTOT-DONE.

           OPEN INPUT FC-REYDB.

           PERFORM UNTIL WS-GRPTOT-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-GRPTOT-EOF

               NOT AT END
                   IF NOT FS-REYDB-IS-DELETED
                      PERFORM 0710-SWEEP-ROW THRU 0710-SWEEP-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.

      *** Too many groups to hold - say so and leave it be.
           IF WS-GRPTOT-DONE EQUAL 'Y'
              MOVE 'Y' TO WS-GRPTOT-OVERFLOW
              MOVE SPACE TO FS-GRPRPT-RECORD
              MOVE WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D) TO FS-GRPRPT-DEF
              MOVE ZERO TO FS-GRPRPT-HELD-COUNT FS-GRPRPT-HELD-SUM
                           FS-GRPRPT-FOUND-COUNT FS-GRPRPT-FOUND-SUM
              MOVE "TOO MANY GROUPS" TO FS-GRPRPT-NOTE
              WRITE FS-GRPRPT-RECORD
              GO TO 0700-VERIFY-DEFINITION-EXIT
           END-IF.

      *** Swept groups against the running rows.
           PERFORM VARYING WS-GRPTOT-IDX FROM 1 BY 1
                     UNTIL WS-GRPTOT-IDX
                           GREATER THAN WS-GRPTOT-SWEPT-USED
               PERFORM 0720-CHECK-SWEPT THRU 0720-CHECK-SWEPT-EXIT
           END-PERFORM.

      *** Running rows the sweep never found - and, on a rebuild,
      *** every running row goes, to be laid down fresh below.
           MOVE WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D) TO FS-GRPTOT-DEF.
           MOVE LOW-VALUES                      TO FS-GRPTOT-GROUP.
           MOVE 'N'                             TO WS-GRPTOT-EOF.

           START FC-GRPTOT KEY IS GREATER THAN FS-GRPTOT-KEY
           INVALID KEY
               MOVE 'S' TO WS-GRPTOT-EOF
           END-START.

           PERFORM UNTIL WS-GRPTOT-EOF EQUAL 'S'

               READ FC-GRPTOT NEXT RECORD

               AT END
                   MOVE 'S' TO WS-GRPTOT-EOF

               NOT AT END
                   IF FS-GRPTOT-DEF
                      NOT EQUAL WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D)
                      MOVE 'S' TO WS-GRPTOT-EOF
                   ELSE
                      PERFORM 0730-CHECK-HELD THRU 0730-CHECK-HELD-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           ADD WS-GRPTOT-DEF-DRIFT TO WS-GRPTOT-DRIFT.

           IF LS-GRPTOT-REBUILD NOT EQUAL 'Y'
              AND WS-GRPTOT-DEF-DRIFT GREATER THAN ZERO
              GO TO 0700-VERIFY-DEFINITION-EXIT
           END-IF.

           IF LS-GRPTOT-REBUILD EQUAL 'Y'
              PERFORM VARYING WS-GRPTOT-IDX FROM 1 BY 1
                        UNTIL WS-GRPTOT-IDX
                              GREATER THAN WS-GRPTOT-SWEPT-USED
                  MOVE WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D)
                    TO FS-GRPTOT-DEF
                  MOVE WS-GRPTOT-SWEPT-VALUE (WS-GRPTOT-IDX)
                    TO FS-GRPTOT-GROUP
                  MOVE WS-GRPTOT-SWEPT-COUNT (WS-GRPTOT-IDX)
                    TO FS-GRPTOT-COUNT
                  MOVE WS-GRPTOT-SWEPT-SUM (WS-GRPTOT-IDX)
                    TO FS-GRPTOT-SUM
                  WRITE FS-GRPTOT-RECORD
                  INVALID KEY
                      CONTINUE
                  END-WRITE
              END-PERFORM
           END-IF.

      *** The figures now stand - the definition can serve.
           MOVE WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D) TO FS-GRPDEF-DEF.
           MOVE LOW-VALUES                      TO FS-GRPDEF-MARK.

           READ FC-GRPTOT KEY IS FS-GRPDEF-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'C'            TO FS-GRPDEF-STATE
               MOVE WS-GRPTOT-DATE TO FS-GRPDEF-VERIFIED
               REWRITE FS-GRPDEF-RECORD
               INVALID KEY
                   CONTINUE
               END-REWRITE
           END-READ.

       0700-VERIFY-DEFINITION-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One live row back to plaintext and into the swept table. A ***
      *** group past the five-hundredth stops the accumulation.      ***
      ******************************************************************
       0710-SWEEP-ROW.

           IF WS-GRPTOT-DONE EQUAL 'Y'
              GO TO 0710-SWEEP-ROW-EXIT
           END-IF.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-GRPTOT-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-GRPTOT-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-GRPTOT-CONTENT.

      *** Under the generation the row was stamped with, and only
      *** when this database is enciphered at all.
           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       LS-REYDB-DATABASE-NAME
                       FS-REYDB-KEY
                       WS-GRPTOT-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-GRPTOT-CONTENT
                                             WS-GRPTOT-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-GRPTOT-CONTENT
                                         WS-GRPTOT-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           PERFORM 0800-SLICE-ROW THRU 0800-SLICE-ROW-EXIT.

           PERFORM VARYING WS-GRPTOT-IDX FROM 1 BY 1
                     UNTIL WS-GRPTOT-IDX
                           GREATER THAN WS-GRPTOT-SWEPT-USED
                        OR WS-GRPTOT-SWEPT-VALUE (WS-GRPTOT-IDX)
                           EQUAL WS-GRPTOT-ROW-GROUP
               CONTINUE
           END-PERFORM.

           IF WS-GRPTOT-IDX GREATER THAN WS-GRPTOT-SWEPT-USED
              IF WS-GRPTOT-SWEPT-USED NOT LESS THAN 500
                 MOVE 'Y' TO WS-GRPTOT-DONE
                 GO TO 0710-SWEEP-ROW-EXIT
              END-IF
              ADD 1 TO WS-GRPTOT-SWEPT-USED
              MOVE WS-GRPTOT-ROW-GROUP
                TO WS-GRPTOT-SWEPT-VALUE (WS-GRPTOT-IDX)
              MOVE ZERO TO WS-GRPTOT-SWEPT-COUNT (WS-GRPTOT-IDX)
                           WS-GRPTOT-SWEPT-SUM   (WS-GRPTOT-IDX)
           END-IF.

           ADD 1 TO WS-GRPTOT-SWEPT-COUNT (WS-GRPTOT-IDX).
           ADD WS-GRPTOT-AMOUNT
            TO WS-GRPTOT-SWEPT-SUM (WS-GRPTOT-IDX).

       0710-SWEEP-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One swept group against its running row - a missing row    ***
      *** holds nothing.                                             ***
      ******************************************************************
       0720-CHECK-SWEPT.

           MOVE WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D)       TO FS-GRPTOT-DEF.
           MOVE WS-GRPTOT-SWEPT-VALUE (WS-GRPTOT-IDX)
             TO FS-GRPTOT-GROUP.

           READ FC-GRPTOT KEY IS FS-GRPTOT-KEY
           INVALID KEY
               MOVE ZERO TO WS-GRPTOT-HELD-COUNT WS-GRPTOT-HELD-SUM
           NOT INVALID KEY
               MOVE FS-GRPTOT-COUNT TO WS-GRPTOT-HELD-COUNT
               MOVE FS-GRPTOT-SUM   TO WS-GRPTOT-HELD-SUM
           END-READ.

           IF WS-GRPTOT-HELD-COUNT
              EQUAL WS-GRPTOT-SWEPT-COUNT (WS-GRPTOT-IDX)
              AND WS-GRPTOT-HELD-SUM
                  EQUAL WS-GRPTOT-SWEPT-SUM (WS-GRPTOT-IDX)
              GO TO 0720-CHECK-SWEPT-EXIT
           END-IF.

           ADD 1 TO WS-GRPTOT-DEF-DRIFT.

           MOVE SPACE TO FS-GRPRPT-RECORD.
           MOVE WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D) TO FS-GRPRPT-DEF.
           MOVE WS-GRPTOT-SWEPT-VALUE (WS-GRPTOT-IDX)
             TO FS-GRPRPT-GROUP.
           MOVE WS-GRPTOT-HELD-COUNT TO FS-GRPRPT-HELD-COUNT.
           MOVE WS-GRPTOT-HELD-SUM   TO FS-GRPRPT-HELD-SUM.
           MOVE WS-GRPTOT-SWEPT-COUNT (WS-GRPTOT-IDX)
             TO FS-GRPRPT-FOUND-COUNT.
           MOVE WS-GRPTOT-SWEPT-SUM (WS-GRPTOT-IDX)
             TO FS-GRPRPT-FOUND-SUM.

           IF LS-GRPTOT-REBUILD EQUAL 'Y'
              MOVE "DRIFTED - REBUILT" TO FS-GRPRPT-NOTE
           ELSE
              MOVE "DRIFTED" TO FS-GRPRPT-NOTE
           END-IF.

           WRITE FS-GRPRPT-RECORD.

       0720-CHECK-SWEPT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One running row - reported when the sweep found no such    ***
      *** group at all, and taken off the file on a rebuild.         ***
      ******************************************************************
       0730-CHECK-HELD.

           PERFORM VARYING WS-GRPTOT-IDX FROM 1 BY 1
                     UNTIL WS-GRPTOT-IDX
                           GREATER THAN WS-GRPTOT-SWEPT-USED
                        OR WS-GRPTOT-SWEPT-VALUE (WS-GRPTOT-IDX)
                           EQUAL FS-GRPTOT-GROUP
               CONTINUE
           END-PERFORM.

           IF WS-GRPTOT-IDX GREATER THAN WS-GRPTOT-SWEPT-USED
              ADD 1 TO WS-GRPTOT-DEF-DRIFT
              MOVE FS-GRPTOT-GROUP TO WS-GRPTOT-ROW-GROUP
              MOVE FS-GRPTOT-COUNT TO WS-GRPTOT-HELD-COUNT
              MOVE FS-GRPTOT-SUM   TO WS-GRPTOT-HELD-SUM
              MOVE SPACE TO FS-GRPRPT-RECORD
              MOVE WS-GRPTOT-DEF-SEQ (WS-GRPTOT-D) TO FS-GRPRPT-DEF
              MOVE WS-GRPTOT-ROW-GROUP  TO FS-GRPRPT-GROUP
              MOVE WS-GRPTOT-HELD-COUNT TO FS-GRPRPT-HELD-COUNT
              MOVE WS-GRPTOT-HELD-SUM   TO FS-GRPRPT-HELD-SUM
              MOVE ZERO TO FS-GRPRPT-FOUND-COUNT FS-GRPRPT-FOUND-SUM
              MOVE "NOT ON FILE" TO FS-GRPRPT-NOTE
              WRITE FS-GRPRPT-RECORD
           END-IF.

           IF LS-GRPTOT-REBUILD EQUAL 'Y'
              DELETE FC-GRPTOT RECORD
           END-IF.

       0730-CHECK-HELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The row in hand's amount and group for definition          ***
      *** WS-GRPTOT-D - the amount by the sign and decimals the      ***
      *** dictionary gives its slice (blanks read as zeros), the     ***
      *** group blank-padded, or *TOTAL* for a definition without    ***
      *** one.                                                       ***
      ******************************************************************
       0800-SLICE-ROW.

           CALL "REYDB_DICT_NUMFMT" USING
                    LS-REYDB-DATABASE-NAME
                    WS-GRPTOT-DEF-AMT-OFFSET (WS-GRPTOT-D)
                    WS-GRPTOT-DEF-AMT-LENGTH (WS-GRPTOT-D)
                    WS-AMOUNT-SIGN
                    WS-AMOUNT-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           CALL "REYDB_AMOUNT" USING
                    WS-GRPTOT-CONTENT
                    WS-GRPTOT-DEF-AMT-OFFSET (WS-GRPTOT-D)
                    WS-GRPTOT-DEF-AMT-LENGTH (WS-GRPTOT-D)
                    WS-AMOUNT-SIGN
                    WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           MOVE WS-AMOUNT-VALUE TO WS-GRPTOT-AMOUNT.

           IF WS-GRPTOT-DEF-GRP-LENGTH (WS-GRPTOT-D) EQUAL ZERO
              MOVE "*TOTAL*" TO WS-GRPTOT-ROW-GROUP
           ELSE
              MOVE SPACE TO WS-GRPTOT-ROW-GROUP
              MOVE WS-GRPTOT-CONTENT
                   (WS-GRPTOT-DEF-GRP-OFFSET (WS-GRPTOT-D) :
                    WS-GRPTOT-DEF-GRP-LENGTH (WS-GRPTOT-D))
                TO WS-GRPTOT-ROW-GROUP
                   (1 : WS-GRPTOT-DEF-GRP-LENGTH (WS-GRPTOT-D))
           END-IF.

       0800-SLICE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-GRPTOT-RPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
