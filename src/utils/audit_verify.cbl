      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    audit_verify.cbl   ***
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
       PROGRAM-ID. REYDB_AUDIT_VERIFY IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Walks a database's audit trail hash chain end to end - the ***
      *** REYDB_AUDIT_ROTATE generations still on disk, oldest first ***
      *** off "<trail>.gen", then the current trail - and proves it  ***
      *** still holds:                                               ***
      ***                                                            ***
      ***   - every row's sequence is one past the row before it,    ***
      ***     across each generation boundary too;                   ***
      ***   - every row's previous-hash is the chain hash of the row ***
      ***     before it, so the generations chain into each other;   ***
      ***   - every row's own chain hash and image hash recompute -  ***
      ***     a row scrubbed by REYDB_ERASE passes its image check   ***
      ***     only for a key erasure.log certifies;                  ***
      ***   - every seal on "<trail>.sel" recomputes, chains onto    ***
      ***     the seal before it, and closes on the chain hash its   ***
      ***     last row really carries;                               ***
      ***   - the chain state ("<trail>.chn") ends where the trail   ***
      ***     does, so rows cut off the end show up too.             ***
      ***                                                            ***
      *** Every finding goes to "<trail>.vfy" with its sequence, key ***
      *** and file, then one VERIFIED or BROKEN summary line. The    ***
      *** caller gets back the rows checked and the first broken     ***
      *** sequence. Rows older than the oldest generation still on   ***
      *** disk have been retired by rotation - the chain is anchored ***
      *** at the first row found, and says so.                       ***
      ***                                                            ***
      *** Holds the database's shared gate for the walk, so no trail ***
      *** row or rotation lands in the middle of it.                 ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-audit.cpy".
       COPY "file/control/reydb-auditchn.cpy".
       COPY "file/control/reydb-rotate.cpy".
       COPY "file/control/reydb-erase.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-audit.cpy".
       COPY "file/section/reydb-auditchn.cpy".
       COPY "file/section/reydb-rotate.cpy".
       COPY "file/section/reydb-erase.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-auditchn.cpy".
       COPY "data/working/reydb-rotate.cpy".
       COPY "data/working/reydb-erase.cpy".
       COPY "data/working/reydb-enqueue.cpy".

      *** The base trail's name, kept apart from WS-AUDIT-DATABASE-NAME
      *** which is pointed at each generation in turn.
       77 WS-AVF-TRAIL-NAME PIC X(64) VALUE SPACE.

      *** The database name erasure.log certificates carry - blank
      *** resolves to "reymon.db", the same as REYDB_ERASE.
       77 WS-AVF-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** The file being walked, for the findings listing.
       77 WS-AVF-FILE-NAME PIC X(80) VALUE SPACE.

      *** Every key erasure.log certifies an AUDIT-tier scrub for on
      *** this database.
       01 WS-AVF-ERASED-TABLE.
          02 WS-AVF-ERASED-KEY PIC X(18) OCCURS 500 TIMES.

       77 WS-AVF-ERASED-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AVF-ERASED-IDX   PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-AVF-EOF      PIC X(01) VALUE 'N'.
       77 WS-AVF-SEAL-EOF PIC X(01) VALUE 'N'.

      *** 'S' once the first chained row has been seen - it anchors
      *** the chain.
       77 WS-AVF-HAVE-PREV PIC X(01) VALUE 'N'.

      *** 'S' until the first row of each file has been checked - a
      *** break there is a break between generations.
       77 WS-AVF-NEW-FILE PIC X(01) VALUE 'N'.

      *** 'S' while the row in hand is a scrubbed one erasure.log
      *** certifies.
       77 WS-AVF-CERTIFIED PIC X(01) VALUE 'N'.

      *** Where the chain last stood - the previous row's sequence
      *** and chain hash - and where it was anchored.
       77 WS-AVF-PREV-SEQ   PIC 9(09) VALUE ZERO.
       77 WS-AVF-PREV-HASH  PIC 9(09) VALUE ZERO.
       77 WS-AVF-FIRST-SEQ  PIC 9(09) VALUE ZERO.

      *** Where the seal register last stood.
       77 WS-AVF-SEAL-PREV  PIC 9(09) VALUE ZERO.
       77 WS-AVF-SEAL-LAST  PIC 9(09) VALUE ZERO.

       77 WS-AVF-ROWS       PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AVF-UNCHAINED  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AVF-SCRUBBED   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AVF-SEALS      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AVF-FINDINGS   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-AVF-BREAK-SEQ  PIC 9(09) VALUE ZERO.

      *** The finding being written - set by the caller of
      *** 6000-NOTE-FINDING / 6100-WRITE-LINE.
       77 WS-AVF-FINDING    PIC X(16) VALUE SPACE.
       77 WS-AVF-FIND-SEQ   PIC 9(09) VALUE ZERO.
       77 WS-AVF-FIND-KEY   PIC X(18) VALUE SPACE.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** Trail rows read across every generation and the current
      *** trail.
       77 LS-AUDIT-ROWS-CHECKED PIC 9(09) COMP-5 VALUE ZERO.

      *** Sequence of the first link found broken or missing - zero
      *** when the whole chain holds.
       77 LS-AUDIT-BREAK-SEQ    PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT        PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS VALUE 00.
          88 LS-REYDB-RESULT-IS-CORRUPT VALUE 22.
          88 LS-REYDB-RESULT-IS-LOCKED  VALUE 12.
      ******************************************************************

      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-AUDIT-ROWS-CHECKED
                                    LS-AUDIT-BREAK-SEQ
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-AUDIT-ROWS-CHECKED
                        LS-AUDIT-BREAK-SEQ.

      *** Caller may point at a different named trail.
           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE
              MOVE SPACE TO WS-AUDIT-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     ".log"                 DELIMITED BY SIZE
                INTO WS-AUDIT-DATABASE-NAME
              MOVE LS-REYDB-DATABASE-NAME TO WS-AVF-RESOLVED-NAME
           ELSE
              MOVE "reymon.db" TO WS-AVF-RESOLVED-NAME
           END-IF.

           MOVE WS-AUDIT-DATABASE-NAME TO WS-AVF-TRAIL-NAME.

           PERFORM 0050-NAME-FILES
              THRU 0050-NAME-FILES-EXIT.

      *** The same gate a read walk holds - no CRUD call can append a
      *** row, and no rotation can rename the trail, mid-walk.
           CALL "REYDB_ENQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-LOAD-REGISTRY
              THRU 0100-LOAD-REGISTRY-EXIT.

           PERFORM 0200-LOAD-ERASURES
              THRU 0200-LOAD-ERASURES-EXIT.

           OPEN OUTPUT FC-AUDITVFY.

           MOVE 'S' TO WS-AVF-SEAL-EOF.

           OPEN INPUT FC-AUDITSEAL.

           IF WS-AUDITSEAL-FILE-STATUS EQUAL "00"
              MOVE 'N' TO WS-AVF-SEAL-EOF
              PERFORM 5000-NEXT-SEAL
                 THRU 5000-NEXT-SEAL-EXIT
           END-IF.

      *** The generations first, oldest first - a registered one no
      *** longer on disk is a hole in the chain.
           MOVE 1 TO WS-ROTATE-GEN-IDX.

           PERFORM UNTIL WS-ROTATE-GEN-IDX GREATER THAN
                         WS-ROTATE-GEN-COUNT
               MOVE WS-ROTATE-GEN-NAME (WS-ROTATE-GEN-IDX)
                 TO WS-AVF-FILE-NAME
               PERFORM 2000-WALK-ONE-FILE
                  THRU 2000-WALK-ONE-FILE-EXIT
               IF WS-AUDIT-FILE-STATUS NOT EQUAL "00"
                  MOVE "GENERATION GONE" TO WS-AVF-FINDING
                  COMPUTE WS-AVF-FIND-SEQ = WS-AVF-PREV-SEQ + 1
                  MOVE SPACE TO WS-AVF-FIND-KEY
                  PERFORM 6000-NOTE-FINDING
                     THRU 6000-NOTE-FINDING-EXIT
               END-IF
               ADD 1 TO WS-ROTATE-GEN-IDX
           END-PERFORM.

      *** Then the current trail - none at all just means nothing has
      *** been written since the last rotation.
           MOVE WS-AVF-TRAIL-NAME TO WS-AVF-FILE-NAME.

           PERFORM 2000-WALK-ONE-FILE
              THRU 2000-WALK-ONE-FILE-EXIT.

           PERFORM 3000-CHECK-TAIL
              THRU 3000-CHECK-TAIL-EXIT.

           IF WS-AUDITSEAL-FILE-STATUS NOT EQUAL "35"
              CLOSE FC-AUDITSEAL
           END-IF.

      *** What passed without being a link in the chain - rows from
      *** before it, erased rows' images, and seals matched.
           MOVE SPACE             TO WS-AVF-FIND-KEY.
           MOVE WS-AVF-TRAIL-NAME TO WS-AVF-FILE-NAME.

           MOVE "UNCHAINED ROWS"  TO WS-AVF-FINDING.
           MOVE WS-AVF-UNCHAINED  TO WS-AVF-FIND-SEQ.
           PERFORM 6100-WRITE-LINE
              THRU 6100-WRITE-LINE-EXIT.

           MOVE "ERASED ROWS"     TO WS-AVF-FINDING.
           MOVE WS-AVF-SCRUBBED   TO WS-AVF-FIND-SEQ.
           PERFORM 6100-WRITE-LINE
              THRU 6100-WRITE-LINE-EXIT.

           MOVE "SEALS MATCHED"   TO WS-AVF-FINDING.
           MOVE WS-AVF-SEALS      TO WS-AVF-FIND-SEQ.
           PERFORM 6100-WRITE-LINE
              THRU 6100-WRITE-LINE-EXIT.

           IF WS-AVF-FINDINGS EQUAL ZERO
              MOVE "VERIFIED" TO WS-AVF-FINDING
           ELSE
              MOVE "BROKEN"   TO WS-AVF-FINDING
           END-IF.

           MOVE WS-AVF-ROWS       TO WS-AVF-FIND-SEQ.
           MOVE SPACE             TO WS-AVF-FIND-KEY.
           MOVE WS-AVF-TRAIL-NAME TO WS-AVF-FILE-NAME.

           PERFORM 6100-WRITE-LINE
              THRU 6100-WRITE-LINE-EXIT.

           CLOSE FC-AUDITVFY.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           MOVE WS-AVF-ROWS      TO LS-AUDIT-ROWS-CHECKED.
           MOVE WS-AVF-BREAK-SEQ TO LS-AUDIT-BREAK-SEQ.

           IF WS-AVF-FINDINGS EQUAL ZERO
              MOVE WS-REYDB-SUCCESS        TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-CORRUPT-RECORD TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Derives the registry, chain-state, seal register and       ***
      *** findings listing names from the trail's own name.          ***
      ******************************************************************
       0050-NAME-FILES.

           MOVE SPACE TO WS-ROTATE-REG-NAME.
           STRING WS-AVF-TRAIL-NAME DELIMITED BY SPACE
                  ".gen"            DELIMITED BY SIZE
             INTO WS-ROTATE-REG-NAME.

           MOVE SPACE TO WS-AUDITCHN-NAME.
           STRING WS-AVF-TRAIL-NAME DELIMITED BY SPACE
                  ".chn"            DELIMITED BY SIZE
             INTO WS-AUDITCHN-NAME.

           MOVE SPACE TO WS-AUDITSEAL-NAME.
           STRING WS-AVF-TRAIL-NAME DELIMITED BY SPACE
                  ".sel"            DELIMITED BY SIZE
             INTO WS-AUDITSEAL-NAME.

           MOVE SPACE TO WS-AUDITVFY-NAME.
           STRING WS-AVF-TRAIL-NAME DELIMITED BY SPACE
                  ".vfy"            DELIMITED BY SIZE
             INTO WS-AUDITVFY-NAME.

       0050-NAME-FILES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Loads the generation registry, oldest first. No registry   ***
      *** means the trail has never been rotated.                    ***
      ******************************************************************
       0100-LOAD-REGISTRY.

           MOVE ZERO TO WS-ROTATE-GEN-COUNT.
           MOVE 'N'  TO WS-AVF-EOF.

           OPEN INPUT FC-ROTATE-REG.

           IF WS-ROTATE-REG-FILE-STATUS NOT EQUAL "00"
              GO TO 0100-LOAD-REGISTRY-EXIT
           END-IF.

           PERFORM UNTIL WS-AVF-EOF EQUAL 'S'
                      OR WS-ROTATE-GEN-COUNT EQUAL 200

               READ FC-ROTATE-REG

               AT END
                   MOVE 'S' TO WS-AVF-EOF

               NOT AT END
                   ADD 1 TO WS-ROTATE-GEN-COUNT
                   MOVE FS-ROTATE-REG-NAME
                     TO WS-ROTATE-GEN-NAME (WS-ROTATE-GEN-COUNT)
               END-READ

           END-PERFORM.

           CLOSE FC-ROTATE-REG.

       0100-LOAD-REGISTRY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Loads every key erasure.log certifies an AUDIT-tier scrub  ***
      *** for on this database.                                      ***
      ******************************************************************
       0200-LOAD-ERASURES.

           MOVE ZERO TO WS-AVF-ERASED-COUNT.
           MOVE 'N'  TO WS-AVF-EOF.

           OPEN INPUT FC-ERASURE.

           IF WS-ERASURE-FILE-STATUS NOT EQUAL "00"
              GO TO 0200-LOAD-ERASURES-EXIT
           END-IF.

           PERFORM UNTIL WS-AVF-EOF EQUAL 'S'
                      OR WS-AVF-ERASED-COUNT EQUAL 500

               READ FC-ERASURE

               AT END
                   MOVE 'S' TO WS-AVF-EOF

               NOT AT END
                   IF FS-ERASURE-TIER EQUAL "AUDIT"
                      AND FS-ERASURE-DATABASE
                          EQUAL WS-AVF-RESOLVED-NAME (1:40)
                      ADD 1 TO WS-AVF-ERASED-COUNT
                      MOVE FS-ERASURE-KEY
                        TO WS-AVF-ERASED-KEY (WS-AVF-ERASED-COUNT)
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-ERASURE.

       0200-LOAD-ERASURES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Walks one trail file, generation or current, row by row.   ***
      *** Leaves WS-AUDIT-FILE-STATUS at the OPEN's outcome when the ***
      *** file is not there.                                         ***
      ******************************************************************
       2000-WALK-ONE-FILE.

           MOVE WS-AVF-FILE-NAME TO WS-AUDIT-DATABASE-NAME.

           OPEN INPUT FC-AUDIT.

           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00"
              GO TO 2000-WALK-ONE-FILE-EXIT
           END-IF.

           MOVE 'S' TO WS-AVF-NEW-FILE.
           MOVE 'N' TO WS-AVF-EOF.

           PERFORM UNTIL WS-AVF-EOF EQUAL 'S'

               READ FC-AUDIT

               AT END
                   MOVE 'S' TO WS-AVF-EOF

               NOT AT END
                   PERFORM 4000-CHECK-ONE-ROW
                      THRU 4000-CHECK-ONE-ROW-EXIT
               END-READ

           END-PERFORM.

           CLOSE FC-AUDIT.

           MOVE "00" TO WS-AUDIT-FILE-STATUS.

       2000-WALK-ONE-FILE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The chain state has to end where the walk did - a state    ***
      *** further on means rows were cut off the end of the trail.   ***
      *** Seals left over past the last row seal rows that are gone. ***
      ******************************************************************
       3000-CHECK-TAIL.

           MOVE ZERO TO WS-AUDITCHN-SEQUENCE
                        WS-AUDITCHN-HASH.

           OPEN INPUT FC-AUDITCHN.

           IF WS-AUDITCHN-FILE-STATUS EQUAL "00"
              READ FC-AUDITCHN
              IF WS-AUDITCHN-FILE-STATUS EQUAL "00"
                 MOVE FS-AUDITCHN-SEQUENCE TO WS-AUDITCHN-SEQUENCE
                 MOVE FS-AUDITCHN-HASH     TO WS-AUDITCHN-HASH
              END-IF
              CLOSE FC-AUDITCHN
           END-IF.

           MOVE SPACE TO WS-AVF-FIND-KEY.
           MOVE WS-AVF-TRAIL-NAME TO WS-AVF-FILE-NAME.

           EVALUATE TRUE
               WHEN WS-AUDITCHN-SEQUENCE GREATER THAN WS-AVF-PREV-SEQ
                   MOVE "TRAIL TRUNCATED" TO WS-AVF-FINDING
                   COMPUTE WS-AVF-FIND-SEQ = WS-AVF-PREV-SEQ + 1
                   PERFORM 6000-NOTE-FINDING
                      THRU 6000-NOTE-FINDING-EXIT
               WHEN WS-AUDITCHN-SEQUENCE LESS THAN WS-AVF-PREV-SEQ
                   MOVE "STATE BEHIND" TO WS-AVF-FINDING
                   COMPUTE WS-AVF-FIND-SEQ = WS-AUDITCHN-SEQUENCE + 1
                   PERFORM 6000-NOTE-FINDING
                      THRU 6000-NOTE-FINDING-EXIT
               WHEN WS-AUDITCHN-HASH NOT EQUAL WS-AVF-PREV-HASH
                   MOVE "BROKEN LINK" TO WS-AVF-FINDING
                   MOVE WS-AVF-PREV-SEQ TO WS-AVF-FIND-SEQ
                   PERFORM 6000-NOTE-FINDING
                      THRU 6000-NOTE-FINDING-EXIT
           END-EVALUATE.

           PERFORM UNTIL WS-AVF-SEAL-EOF EQUAL 'S'
               IF FS-AUDITSEAL-LAST-SEQ GREATER THAN WS-AVF-PREV-SEQ
                  MOVE "SEAL UNMATCHED" TO WS-AVF-FINDING
                  MOVE FS-AUDITSEAL-LAST-SEQ TO WS-AVF-FIND-SEQ
                  PERFORM 6000-NOTE-FINDING
                     THRU 6000-NOTE-FINDING-EXIT
               END-IF
               PERFORM 5000-NEXT-SEAL
                  THRU 5000-NEXT-SEAL-EXIT
           END-PERFORM.

       3000-CHECK-TAIL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One trail row - its place in the sequence, its link to the ***
      *** row before it, its own two hashes, and the seal closing on ***
      *** it if there is one.                                        ***
      ******************************************************************
       4000-CHECK-ONE-ROW.

           ADD 1 TO WS-AVF-ROWS.

      *** Written before the trail was chained - nothing to prove.
           IF FS-AUDIT-SEQUENCE EQUAL ZERO
              ADD 1 TO WS-AVF-UNCHAINED
              GO TO 4000-CHECK-ONE-ROW-EXIT
           END-IF.

           MOVE FS-AUDIT-KEY TO WS-AVF-FIND-KEY.

           IF WS-AVF-HAVE-PREV EQUAL 'S'
              PERFORM 4200-CHECK-LINK
                 THRU 4200-CHECK-LINK-EXIT
           ELSE
              MOVE FS-AUDIT-SEQUENCE TO WS-AVF-FIRST-SEQ
              MOVE "CHAIN ANCHOR"    TO WS-AVF-FINDING
              MOVE FS-AUDIT-SEQUENCE TO WS-AVF-FIND-SEQ
              PERFORM 6100-WRITE-LINE
                 THRU 6100-WRITE-LINE-EXIT
           END-IF.

           PERFORM 7000-HASH-IMAGES
              THRU 7000-HASH-IMAGES-EXIT.

           IF WS-AUDITCHN-HASH-VALUE NOT EQUAL FS-AUDIT-IMAGE-HASH
              PERFORM 4300-CHECK-SCRUB
                 THRU 4300-CHECK-SCRUB-EXIT
           END-IF.

           PERFORM 7100-HASH-LINK
              THRU 7100-HASH-LINK-EXIT.

           IF WS-AUDITCHN-HASH-VALUE NOT EQUAL FS-AUDIT-CHAIN-HASH
              MOVE "ROW ALTERED"     TO WS-AVF-FINDING
              MOVE FS-AUDIT-SEQUENCE TO WS-AVF-FIND-SEQ
              PERFORM 6000-NOTE-FINDING
                 THRU 6000-NOTE-FINDING-EXIT
           END-IF.

           PERFORM 4100-MATCH-SEALS
              THRU 4100-MATCH-SEALS-EXIT.

           MOVE FS-AUDIT-SEQUENCE   TO WS-AVF-PREV-SEQ.
           MOVE FS-AUDIT-CHAIN-HASH TO WS-AVF-PREV-HASH.
           MOVE 'S'                 TO WS-AVF-HAVE-PREV.
           MOVE 'N'                 TO WS-AVF-NEW-FILE.

       4000-CHECK-ONE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Brings the seal register up to this row. Seals for rows    ***
      *** before the anchor went with retired generations; a seal    ***
      *** for a row after it that never turned up seals a row that   ***
      *** is gone; a seal on this very row has to close on its hash. ***
      ******************************************************************
       4100-MATCH-SEALS.

           PERFORM UNTIL WS-AVF-SEAL-EOF EQUAL 'S'
                      OR FS-AUDITSEAL-LAST-SEQ
                         NOT LESS THAN FS-AUDIT-SEQUENCE
               IF FS-AUDITSEAL-LAST-SEQ
                  NOT LESS THAN WS-AVF-FIRST-SEQ
                  MOVE "SEAL UNMATCHED" TO WS-AVF-FINDING
                  MOVE FS-AUDITSEAL-LAST-SEQ TO WS-AVF-FIND-SEQ
                  PERFORM 6000-NOTE-FINDING
                     THRU 6000-NOTE-FINDING-EXIT
               END-IF
               PERFORM 5000-NEXT-SEAL
                  THRU 5000-NEXT-SEAL-EXIT
           END-PERFORM.

           IF WS-AVF-SEAL-EOF EQUAL 'S'
              GO TO 4100-MATCH-SEALS-EXIT
           END-IF.

           IF FS-AUDITSEAL-LAST-SEQ NOT EQUAL FS-AUDIT-SEQUENCE
              GO TO 4100-MATCH-SEALS-EXIT
           END-IF.

           IF FS-AUDITSEAL-CHAIN-HASH EQUAL FS-AUDIT-CHAIN-HASH
              ADD 1 TO WS-AVF-SEALS
           ELSE
              MOVE "SEAL MISMATCH"   TO WS-AVF-FINDING
              MOVE FS-AUDIT-SEQUENCE TO WS-AVF-FIND-SEQ
              PERFORM 6000-NOTE-FINDING
                 THRU 6000-NOTE-FINDING-EXIT
           END-IF.

           PERFORM 5000-NEXT-SEAL
              THRU 5000-NEXT-SEAL-EXIT.

       4100-MATCH-SEALS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The row against the one before it - one past its sequence, ***
      *** carrying its chain hash. Either break on a file's first    ***
      *** row is a break between generations.                        ***
      ******************************************************************
       4200-CHECK-LINK.

           IF FS-AUDIT-SEQUENCE NOT EQUAL WS-AVF-PREV-SEQ + 1
              IF WS-AVF-NEW-FILE EQUAL 'S'
                 MOVE "GENERATION GAP" TO WS-AVF-FINDING
              ELSE
                 MOVE "SEQUENCE GAP"   TO WS-AVF-FINDING
              END-IF
              COMPUTE WS-AVF-FIND-SEQ = WS-AVF-PREV-SEQ + 1
              PERFORM 6000-NOTE-FINDING
                 THRU 6000-NOTE-FINDING-EXIT
              GO TO 4200-CHECK-LINK-EXIT
           END-IF.

           IF FS-AUDIT-PREV-HASH NOT EQUAL WS-AVF-PREV-HASH
              IF WS-AVF-NEW-FILE EQUAL 'S'
                 MOVE "GENERATION BREAK" TO WS-AVF-FINDING
              ELSE
                 MOVE "BROKEN LINK"      TO WS-AVF-FINDING
              END-IF
              MOVE FS-AUDIT-SEQUENCE TO WS-AVF-FIND-SEQ
              PERFORM 6000-NOTE-FINDING
                 THRU 6000-NOTE-FINDING-EXIT
           END-IF.

       4200-CHECK-LINK-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** An image hash that no longer recomputes - allowed only on  ***
      *** a row REYDB_ERASE flagged as scrubbed, for a key           ***
      *** erasure.log certifies.                                     ***
      ******************************************************************
       4300-CHECK-SCRUB.

           MOVE 'N' TO WS-AVF-CERTIFIED.

           IF FS-AUDIT-SCRUBBED EQUAL 'E'
              PERFORM VARYING WS-AVF-ERASED-IDX FROM 1 BY 1
                        UNTIL WS-AVF-ERASED-IDX
                              GREATER THAN WS-AVF-ERASED-COUNT
                           OR WS-AVF-CERTIFIED EQUAL 'S'
                  IF WS-AVF-ERASED-KEY (WS-AVF-ERASED-IDX)
                     EQUAL FS-AUDIT-KEY
                     MOVE 'S' TO WS-AVF-CERTIFIED
                  END-IF
              END-PERFORM
           END-IF.

           IF WS-AVF-CERTIFIED EQUAL 'S'
              ADD 1 TO WS-AVF-SCRUBBED
           ELSE
              MOVE "IMAGE ALTERED"   TO WS-AVF-FINDING
              MOVE FS-AUDIT-SEQUENCE TO WS-AVF-FIND-SEQ
              PERFORM 6000-NOTE-FINDING
                 THRU 6000-NOTE-FINDING-EXIT
           END-IF.

       4300-CHECK-SCRUB-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Reads the next seal and proves it on its own - its hash    ***
      *** recomputes, it chains onto the seal before it, and it      ***
      *** picks up where that seal's run of the chain left off.      ***
      ******************************************************************
       5000-NEXT-SEAL.

           READ FC-AUDITSEAL
               AT END
                   MOVE 'S' TO WS-AVF-SEAL-EOF
                   GO TO 5000-NEXT-SEAL-EXIT
           END-READ.

           MOVE SPACE TO WS-AVF-FIND-KEY.
           MOVE WS-AUDITSEAL-NAME TO WS-AVF-FILE-NAME.

           MOVE FS-AUDITSEAL-DAY        TO WS-AUDITSEAL-LINK-DAY.
           MOVE FS-AUDITSEAL-FIRST-SEQ  TO WS-AUDITSEAL-LINK-FIRST-SEQ.
           MOVE FS-AUDITSEAL-LAST-SEQ   TO WS-AUDITSEAL-LINK-LAST-SEQ.
           MOVE FS-AUDITSEAL-ROWS       TO WS-AUDITSEAL-LINK-ROWS.
           MOVE FS-AUDITSEAL-CHAIN-HASH TO WS-AUDITSEAL-LINK-CHAIN-HASH.

           MOVE SPACE                  TO WS-AUDITCHN-HASH-TEXT.
           MOVE WS-AUDITSEAL-LINK      TO WS-AUDITCHN-HASH-TEXT.
           MOVE LENGTH OF WS-AUDITSEAL-LINK
                                       TO WS-AUDITCHN-HASH-LEN.
           MOVE FS-AUDITSEAL-PREV-HASH TO WS-AUDITCHN-HASH-SEED.

           CALL "REYDB_AUDIT_HASH" USING WS-AUDITCHN-HASH-TEXT
                                         WS-AUDITCHN-HASH-LEN
                                         WS-AUDITCHN-HASH-SEED
                                         WS-AUDITCHN-HASH-VALUE
               RETURNING WS-REYDB-RESULT-AUDITHASH
           END-CALL.

           IF WS-AUDITCHN-HASH-VALUE NOT EQUAL FS-AUDITSEAL-HASH
              MOVE "SEAL ALTERED"        TO WS-AVF-FINDING
              MOVE FS-AUDITSEAL-LAST-SEQ TO WS-AVF-FIND-SEQ
              PERFORM 6000-NOTE-FINDING
                 THRU 6000-NOTE-FINDING-EXIT
           END-IF.

           IF FS-AUDITSEAL-PREV-HASH NOT EQUAL WS-AVF-SEAL-PREV
              OR FS-AUDITSEAL-FIRST-SEQ NOT EQUAL WS-AVF-SEAL-LAST + 1
              MOVE "SEAL CHAIN BREAK"    TO WS-AVF-FINDING
              MOVE FS-AUDITSEAL-LAST-SEQ TO WS-AVF-FIND-SEQ
              PERFORM 6000-NOTE-FINDING
                 THRU 6000-NOTE-FINDING-EXIT
           END-IF.

           MOVE FS-AUDITSEAL-HASH     TO WS-AVF-SEAL-PREV.
           MOVE FS-AUDITSEAL-LAST-SEQ TO WS-AVF-SEAL-LAST.

           MOVE WS-AUDIT-DATABASE-NAME TO WS-AVF-FILE-NAME.

       5000-NEXT-SEAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Counts a finding, keeps the first broken sequence, and     ***
      *** lists it.                                                  ***
      ******************************************************************
       6000-NOTE-FINDING.

           ADD 1 TO WS-AVF-FINDINGS.

           IF WS-AVF-BREAK-SEQ EQUAL ZERO
              MOVE WS-AVF-FIND-SEQ TO WS-AVF-BREAK-SEQ
           END-IF.

           PERFORM 6100-WRITE-LINE
              THRU 6100-WRITE-LINE-EXIT.

       6000-NOTE-FINDING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One line on the findings listing.                          ***
      ******************************************************************
       6100-WRITE-LINE.

           MOVE SPACE            TO FS-AUDITVFY-RECORD.
           MOVE WS-AVF-FINDING   TO FS-AUDITVFY-FINDING.
           MOVE WS-AVF-FIND-SEQ  TO FS-AUDITVFY-SEQUENCE.
           MOVE WS-AVF-FIND-KEY  TO FS-AUDITVFY-KEY.
           MOVE WS-AVF-FILE-NAME TO FS-AUDITVFY-FILE-NAME.

           WRITE FS-AUDITVFY-RECORD.

       6100-WRITE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Recomputes the row's image hash - both images, from zero,  ***
      *** exactly as REYDB_AUDIT took it.                            ***
      ******************************************************************
       7000-HASH-IMAGES.

           MOVE FS-AUDIT-BEFORE TO WS-AUDITCHN-HASH-TEXT (1:512).
           MOVE FS-AUDIT-AFTER  TO WS-AUDITCHN-HASH-TEXT (513:512).
           MOVE 1024            TO WS-AUDITCHN-HASH-LEN.
           MOVE ZERO            TO WS-AUDITCHN-HASH-SEED.

           CALL "REYDB_AUDIT_HASH" USING WS-AUDITCHN-HASH-TEXT
                                         WS-AUDITCHN-HASH-LEN
                                         WS-AUDITCHN-HASH-SEED
                                         WS-AUDITCHN-HASH-VALUE
               RETURNING WS-REYDB-RESULT-AUDITHASH
           END-CALL.

       7000-HASH-IMAGES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Recomputes the row's chain hash over its link, seeded with ***
      *** the previous-hash it carries - the stored image hash goes  ***
      *** in, so a scrubbed row's link still holds.                  ***
      ******************************************************************
       7100-HASH-LINK.

           MOVE FS-AUDIT-SEQUENCE   TO WS-AUDITCHN-LINK-SEQUENCE.
           MOVE FS-AUDIT-KEY        TO WS-AUDITCHN-LINK-KEY.
           MOVE FS-AUDIT-OPERATION  TO WS-AUDITCHN-LINK-OPERATION.
           MOVE FS-AUDIT-TIMESTAMP  TO WS-AUDITCHN-LINK-TIMESTAMP.
           MOVE FS-AUDIT-USER       TO WS-AUDITCHN-LINK-USER.
           MOVE FS-AUDIT-KEYGEN     TO WS-AUDITCHN-LINK-KEYGEN.
           MOVE FS-AUDIT-IMAGE-HASH TO WS-AUDITCHN-LINK-IMAGE.

           MOVE SPACE              TO WS-AUDITCHN-HASH-TEXT.
           MOVE WS-AUDITCHN-LINK   TO WS-AUDITCHN-HASH-TEXT.
           MOVE LENGTH OF WS-AUDITCHN-LINK
                                   TO WS-AUDITCHN-HASH-LEN.
           MOVE FS-AUDIT-PREV-HASH TO WS-AUDITCHN-HASH-SEED.

           CALL "REYDB_AUDIT_HASH" USING WS-AUDITCHN-HASH-TEXT
                                         WS-AUDITCHN-HASH-LEN
                                         WS-AUDITCHN-HASH-SEED
                                         WS-AUDITCHN-HASH-VALUE
               RETURNING WS-REYDB-RESULT-AUDITHASH
           END-CALL.

       7100-HASH-LINK-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-ERASURE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
