      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    impact.cbl         ***
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
       PROGRAM-ID. REYDB_IMPACT IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Impact analysis ahead of a DROP or RENAME - every control  ***
      *** record that still names a database, found by one pass      ***
      *** over each control file instead of an afternoon of grep:    ***
      *** run-deck steps (rundeck.dat), triggers (trigger.dat),      ***
      *** referential and reference rules on either side (ri.dat,    ***
      *** ref.dat), shard and extent maps on either side (shard.dat, ***
      *** extent.dat), CDC subscribers (cdcsub.dat), delta           ***
      *** destinations (deltadst.dat), backup-set members            ***
      *** (bakset.dat), legal holds (legalhold.dat), row filters     ***
      *** (rowfilter.dat), aliases (alias.dat), pacing               ***
      *** (pacing.dat), quiesce flags (quiesce.dat) and the data     ***
      *** dictionary (dictionary.dat). Each one is listed on         ***
      *** impact.rpt with what would break, and counted. A record    ***
      *** stored under the blank name belongs to "reymon.db", the    ***
      *** way every program resolves a blank name.                   ***
      ***                                                            ***
      *** REYDB_DROP refuses while the count is not zero unless the  ***
      *** caller forces it (REYDB_DROP_FORCE). REYDB_IMPACT_CARRY    ***
      *** moves every reference onto a new name - re-keyed where the ***
      *** name is part of the record key, rewritten where it is not  ***
      *** - and is what REYDB_RENAME_CARRY runs once the file itself ***
      *** has moved. A record the new name already has is left on    ***
      *** the old name and listed CONFLICT for the operator.         ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-impact.cpy".
       COPY "file/control/reydb-rundeck.cpy".
       COPY "file/control/reydb-trigger.cpy".
       COPY "file/control/reydb-rirule.cpy".
       COPY "file/control/reydb-refrule.cpy".
       COPY "file/control/reydb-shard.cpy".
       COPY "file/control/reydb-extent.cpy".
       COPY "file/control/reydb-cdc.cpy".
       COPY "file/control/reydb-delta.cpy".
       COPY "file/control/reydb-bakset.cpy".
       COPY "file/control/reydb-hold.cpy".
       COPY "file/control/reydb-rowfilter.cpy".
       COPY "file/control/reydb-alias.cpy".
       COPY "file/control/reydb-pacing.cpy".
       COPY "file/control/reydb-quiesce.cpy".
       COPY "file/control/reydb-dict.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-impact.cpy".
       COPY "file/section/reydb-rundeck.cpy".
       COPY "file/section/reydb-trigger.cpy".
       COPY "file/section/reydb-rirule.cpy".
       COPY "file/section/reydb-refrule.cpy".
       COPY "file/section/reydb-shard.cpy".
       COPY "file/section/reydb-extent.cpy".
       COPY "file/section/reydb-cdc.cpy".
       COPY "file/section/reydb-delta.cpy".
       COPY "file/section/reydb-bakset.cpy".
       COPY "file/section/reydb-hold.cpy".
       COPY "file/section/reydb-rowfilter.cpy".
       COPY "file/section/reydb-alias.cpy".
       COPY "file/section/reydb-pacing.cpy".
       COPY "file/section/reydb-quiesce.cpy".
       COPY "file/section/reydb-dict.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-impact.cpy".
       COPY "data/working/reydb-rundeck.cpy".
       COPY "data/working/reydb-trigger.cpy".
       COPY "data/working/reydb-rirule.cpy".
       COPY "data/working/reydb-refrule.cpy".
       COPY "data/working/reydb-shard.cpy".
       COPY "data/working/reydb-extent.cpy".
       COPY "data/working/reydb-cdc.cpy".
       COPY "data/working/reydb-delta.cpy".
       COPY "data/working/reydb-bakset.cpy".
       COPY "data/working/reydb-hold.cpy".
       COPY "data/working/reydb-rowfilter.cpy".
       COPY "data/working/reydb-alias.cpy".
       COPY "data/working/reydb-pacing.cpy".
       COPY "data/working/reydb-quiesce.cpy".
       COPY "data/working/reydb-dict.cpy".

      *** The name looked for, resolved - and 'Y' when it is
      *** "reymon.db", whose records may be stored under blank.
       77 WS-IMP-NAME     PIC X(64) VALUE SPACE.
       77 WS-IMP-HAS-ALT  PIC X(01) VALUE 'N'.
       77 WS-IMP-NEW-NAME PIC X(64) VALUE SPACE.

      *** 'Y' on a carry run - every hit is moved, not just listed.
       77 WS-IMP-CARRY PIC X(01) VALUE 'N'.

      *** One name off a control record, and whether it is ours.
       77 WS-IMP-CANDIDATE PIC X(64) VALUE SPACE.
       77 WS-IMP-HIT       PIC X(01) VALUE 'N'.

      *** The listing line in the making.
       77 WS-IMP-FILE    PIC X(14) VALUE SPACE.
       77 WS-IMP-SUBJECT PIC X(40) VALUE SPACE.
       77 WS-IMP-EFFECT  PIC X(40) VALUE SPACE.
       77 WS-IMP-ACTION  PIC X(08) VALUE SPACE.

      *** The record key a carried record was read under, so the
      *** walk resumes past it once the record has moved.
       77 WS-IMP-OLD-KEY PIC X(100) VALUE SPACE.

       77 WS-IMP-EOF       PIC X(01) VALUE 'N'.
       77 WS-IMP-COUNT     PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-IMP-CARRIED   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-IMP-CONFLICTS PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-IMP-EDIT      PIC Z(08)9.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The name the references are carried to.
       77 LS-IMPACT-NEW-NAME PIC X(64) VALUE SPACE.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - lists and counts the references.     ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-REYDB-RECORD-COUNT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N' TO WS-IMP-CARRY.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           PERFORM 1000-SWEEP THRU 1000-SWEEP-EXIT.

           MOVE WS-IMP-COUNT     TO LS-REYDB-RECORD-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - carries every reference onto the new  ***
      *** name. The count handed back is the records carried; any    ***
      *** CONFLICT left behind answers DUPLICATE-KEY.                ***
      ******************************************************************
       ENTRY "REYDB_IMPACT_CARRY" USING LS-REYDB-DATABASE-NAME
                                        LS-IMPACT-NEW-NAME
                                        LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           IF LS-IMPACT-NEW-NAME EQUAL SPACE
           OR LS-IMPACT-NEW-NAME EQUAL WS-IMP-NAME
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-IMPACT-NEW-NAME TO WS-IMP-NEW-NAME.
           MOVE 'Y'                TO WS-IMP-CARRY.

           PERFORM 1000-SWEEP THRU 1000-SWEEP-EXIT.

           MOVE WS-IMP-CARRIED TO LS-REYDB-RECORD-COUNT.

           IF WS-IMP-CONFLICTS GREATER THAN ZERO
              MOVE WS-REYDB-DUPLICATE-KEY TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The name looked for - blank is "reymon.db", and records    ***
      *** for "reymon.db" may sit under either spelling.             ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-IMP-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-IMP-NAME
           END-IF.

           IF WS-IMP-NAME EQUAL "reymon.db"
              MOVE 'Y' TO WS-IMP-HAS-ALT
           ELSE
              MOVE 'N' TO WS-IMP-HAS-ALT
           END-IF.

           MOVE ZERO TO WS-IMP-COUNT WS-IMP-CARRIED WS-IMP-CONFLICTS.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Is the candidate name the database looked for.             ***
      ******************************************************************
       0300-MATCH.

           MOVE 'N' TO WS-IMP-HIT.

           IF WS-IMP-CANDIDATE EQUAL WS-IMP-NAME
              MOVE 'Y' TO WS-IMP-HIT
           END-IF.

           IF WS-IMP-CANDIDATE EQUAL SPACE
              AND WS-IMP-HAS-ALT EQUAL 'Y'
              MOVE 'Y' TO WS-IMP-HIT
           END-IF.

       0300-MATCH-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One reference onto the listing, counted - and on a carry   ***
      *** run tallied by how the move came out.                      ***
      ******************************************************************
       0400-NOTE.

           ADD 1 TO WS-IMP-COUNT.

           EVALUATE WS-IMP-ACTION
               WHEN "CARRIED"
                   ADD 1 TO WS-IMP-CARRIED
               WHEN "CONFLICT"
                   ADD 1 TO WS-IMP-CONFLICTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE SPACE          TO FS-IMPACT-RECORD.
           MOVE WS-IMP-FILE    TO FS-IMPACT-FILE.
           MOVE WS-IMP-SUBJECT TO FS-IMPACT-SUBJECT.
           MOVE WS-IMP-EFFECT  TO FS-IMPACT-EFFECT.
           MOVE WS-IMP-ACTION  TO FS-IMPACT-ACTION.

           WRITE FS-IMPACT-RECORD.

           MOVE SPACE TO WS-IMP-SUBJECT WS-IMP-EFFECT WS-IMP-ACTION.

       0400-NOTE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every control file in turn, then the *TOTAL* line. A file  ***
      *** that is not there holds no references.                     ***
      ******************************************************************
       1000-SWEEP.

           OPEN OUTPUT FC-IMPACT.

           MOVE SPACE TO WS-IMP-SUBJECT WS-IMP-EFFECT WS-IMP-ACTION.

           PERFORM 2100-RUNDECK    THRU 2100-RUNDECK-EXIT.
           PERFORM 2200-TRIGGERS   THRU 2200-TRIGGERS-EXIT.
           PERFORM 2300-RI-RULES   THRU 2300-RI-RULES-EXIT.
           PERFORM 2400-REF-RULES  THRU 2400-REF-RULES-EXIT.
           PERFORM 2500-SHARDS     THRU 2500-SHARDS-EXIT.
           PERFORM 2600-EXTENTS    THRU 2600-EXTENTS-EXIT.
           PERFORM 2700-CDC-SUBS   THRU 2700-CDC-SUBS-EXIT.
           PERFORM 2800-DELTA-DSTS THRU 2800-DELTA-DSTS-EXIT.
           PERFORM 2900-BACKUP-SET THRU 2900-BACKUP-SET-EXIT.
           PERFORM 3000-HOLDS      THRU 3000-HOLDS-EXIT.
           PERFORM 3100-ROWFILTERS THRU 3100-ROWFILTERS-EXIT.
           PERFORM 3200-ALIASES    THRU 3200-ALIASES-EXIT.
           PERFORM 3300-PACING     THRU 3300-PACING-EXIT.
           PERFORM 3400-QUIESCE    THRU 3400-QUIESCE-EXIT.
           PERFORM 3500-DICTIONARY THRU 3500-DICTIONARY-EXIT.

           MOVE SPACE        TO FS-IMPACT-RECORD.
           MOVE "*TOTAL*"    TO FS-IMPACT-FILE.
           MOVE WS-IMP-COUNT TO WS-IMP-EDIT.
           STRING WS-IMP-EDIT       DELIMITED BY SIZE
                  " REFERENCE(S) TO " DELIMITED BY SIZE
                  WS-IMP-NAME       DELIMITED BY SPACE
             INTO FS-IMPACT-SUBJECT
           END-STRING.

           IF WS-IMP-COUNT EQUAL ZERO
              MOVE "NOTHING BREAKS" TO FS-IMPACT-EFFECT
           END-IF.

           WRITE FS-IMPACT-RECORD.

           CLOSE FC-IMPACT.

       1000-SWEEP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Run-deck steps against the database - the step fails on    ***
      *** the night. rundeck.dat is sequential; a carried step is    ***
      *** rewritten where it stands.                                 ***
      ******************************************************************
       2100-RUNDECK.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-RUNDECK
           ELSE
              OPEN INPUT FC-RUNDECK
           END-IF.

           IF WS-RUNDECK-FILE-STATUS NOT EQUAL "00"
              GO TO 2100-RUNDECK-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-RUNDECK

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   MOVE FS-RUNDECK-DATABASE TO WS-IMP-CANDIDATE
                   PERFORM 0300-MATCH THRU 0300-MATCH-EXIT
                   IF WS-IMP-HIT EQUAL 'Y'
                      MOVE "rundeck.dat" TO WS-IMP-FILE
                      STRING "STEP "            DELIMITED BY SIZE
                             FS-RUNDECK-STEP    DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                             FS-RUNDECK-PROGRAM DELIMITED BY SPACE
                        INTO WS-IMP-SUBJECT
                      END-STRING
                      MOVE "RUN-DECK STEP FAILS" TO WS-IMP-EFFECT
                      IF WS-IMP-CARRY EQUAL 'Y'
                         MOVE WS-IMP-NEW-NAME TO FS-RUNDECK-DATABASE
                         REWRITE FS-RUNDECK-RECORD
                         MOVE "CARRIED" TO WS-IMP-ACTION
                      END-IF
                      PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-RUNDECK.

       2100-RUNDECK-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Triggers declared on the database - they never fire again. ***
      ******************************************************************
       2200-TRIGGERS.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-TRIGGER
           ELSE
              OPEN INPUT FC-TRIGGER
           END-IF.

           IF WS-TRIGGER-FILE-STATUS NOT EQUAL "00"
              GO TO 2200-TRIGGERS-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-TRIGGER NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   MOVE FS-TRIGGER-DATABASE TO WS-IMP-CANDIDATE
                   PERFORM 0300-MATCH THRU 0300-MATCH-EXIT
                   IF WS-IMP-HIT EQUAL 'Y'
                      MOVE "trigger.dat"      TO WS-IMP-FILE
                      MOVE FS-TRIGGER-PROGRAM TO WS-IMP-SUBJECT
                      MOVE "TRIGGER NEVER FIRES AGAIN" TO WS-IMP-EFFECT
                      PERFORM 2210-CARRY-TRIGGER
                         THRU 2210-CARRY-TRIGGER-EXIT
                      PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-TRIGGER.

       2200-TRIGGERS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A keyed record moves in three steps - written under the    ***
      *** new name, the old one deleted, and the walk resumed past   ***
      *** the old key. The same shape serves every keyed file below. ***
      ******************************************************************
       2210-CARRY-TRIGGER.

           IF WS-IMP-CARRY NOT EQUAL 'Y'
              GO TO 2210-CARRY-TRIGGER-EXIT
           END-IF.

           MOVE FS-TRIGGER-KEY  TO WS-IMP-OLD-KEY.
           MOVE WS-IMP-NEW-NAME TO FS-TRIGGER-DATABASE.

           WRITE FS-TRIGGER-RECORD
               INVALID KEY
                   MOVE "CONFLICT" TO WS-IMP-ACTION
               NOT INVALID KEY
                   MOVE "CARRIED" TO WS-IMP-ACTION
           END-WRITE.

           MOVE WS-IMP-OLD-KEY TO FS-TRIGGER-KEY.

           IF WS-IMP-ACTION EQUAL "CARRIED"
              DELETE FC-TRIGGER RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-IF.

           START FC-TRIGGER KEY IS GREATER THAN FS-TRIGGER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IMP-EOF
           END-START.

       2210-CARRY-TRIGGER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Referential rules - on the database's own rows (orphaned)  ***
      *** and naming it as the foreign side (every checked write     ***
      *** into the child database then fails).                       ***
      ******************************************************************
       2300-RI-RULES.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-RIRULE
           ELSE
              OPEN INPUT FC-RIRULE
           END-IF.

           IF WS-RIRULE-FILE-STATUS NOT EQUAL "00"
              GO TO 2300-RI-RULES-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-RIRULE NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   PERFORM 2310-ONE-RI-RULE THRU 2310-ONE-RI-RULE-EXIT

               END-READ

           END-PERFORM.

           CLOSE FC-RIRULE.

       2300-RI-RULES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One RI rule - the foreign side rewritten in place, the     ***
      *** owning side re-keyed.                                      ***
      ******************************************************************
       2310-ONE-RI-RULE.

           MOVE FS-RIRULE-FOREIGN TO WS-IMP-CANDIDATE.
           PERFORM 0300-MATCH THRU 0300-MATCH-EXIT.

           IF WS-IMP-HIT EQUAL 'Y'
              MOVE "ri.dat" TO WS-IMP-FILE
              STRING "RULE "            DELIMITED BY SIZE
                     FS-RIRULE-SEQ      DELIMITED BY SIZE
                     " OF "             DELIMITED BY SIZE
                     FS-RIRULE-DATABASE DELIMITED BY SPACE
                INTO WS-IMP-SUBJECT
              END-STRING
              MOVE "EVERY CHECKED WRITE TO CHILD FAILS"
                TO WS-IMP-EFFECT
              IF WS-IMP-CARRY EQUAL 'Y'
                 MOVE WS-IMP-NEW-NAME TO FS-RIRULE-FOREIGN
                 REWRITE FS-RIRULE-RECORD
                     INVALID KEY
                         MOVE "CONFLICT" TO WS-IMP-ACTION
                     NOT INVALID KEY
                         MOVE "CARRIED" TO WS-IMP-ACTION
                 END-REWRITE
              END-IF
              PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
           END-IF.

           MOVE FS-RIRULE-DATABASE TO WS-IMP-CANDIDATE.
           PERFORM 0300-MATCH THRU 0300-MATCH-EXIT.

           IF WS-IMP-HIT NOT EQUAL 'Y'
              GO TO 2310-ONE-RI-RULE-EXIT
           END-IF.

           MOVE "ri.dat" TO WS-IMP-FILE.
           STRING "RULE "           DELIMITED BY SIZE
                  FS-RIRULE-SEQ     DELIMITED BY SIZE
                  " TO "            DELIMITED BY SIZE
                  FS-RIRULE-FOREIGN DELIMITED BY SPACE
             INTO WS-IMP-SUBJECT
           END-STRING.
           MOVE "OWN RI RULE ORPHANED" TO WS-IMP-EFFECT.

           IF WS-IMP-CARRY EQUAL 'Y'

              MOVE FS-RIRULE-KEY   TO WS-IMP-OLD-KEY
              MOVE WS-IMP-NEW-NAME TO FS-RIRULE-DATABASE

              WRITE FS-RIRULE-RECORD
                  INVALID KEY
                      MOVE "CONFLICT" TO WS-IMP-ACTION
                  NOT INVALID KEY
                      MOVE "CARRIED" TO WS-IMP-ACTION
              END-WRITE

              MOVE WS-IMP-OLD-KEY TO FS-RIRULE-KEY

              IF WS-IMP-ACTION EQUAL "CARRIED"
                 DELETE FC-RIRULE RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
              END-IF

              START FC-RIRULE KEY IS GREATER THAN FS-RIRULE-KEY
                  INVALID KEY
                      MOVE 'Y' TO WS-IMP-EOF
              END-START

           END-IF.

           PERFORM 0400-NOTE THRU 0400-NOTE-EXIT.

       2310-ONE-RI-RULE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Reference rules - the same two sides as the RI rules.      ***
      ******************************************************************
       2400-REF-RULES.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-REFRULE
           ELSE
              OPEN INPUT FC-REFRULE
           END-IF.

           IF WS-REFRULE-FILE-STATUS NOT EQUAL "00"
              GO TO 2400-REF-RULES-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-REFRULE NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   PERFORM 2410-ONE-REF-RULE
                      THRU 2410-ONE-REF-RULE-EXIT

               END-READ

           END-PERFORM.

           CLOSE FC-REFRULE.

       2400-REF-RULES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One reference rule - reference side rewritten, owning side ***
      *** re-keyed.                                                  ***
      ******************************************************************
       2410-ONE-REF-RULE.

           MOVE FS-REFRULE-REFERENCE TO WS-IMP-CANDIDATE.
           PERFORM 0300-MATCH THRU 0300-MATCH-EXIT.

           IF WS-IMP-HIT EQUAL 'Y'
              MOVE "ref.dat" TO WS-IMP-FILE
              STRING "RULE "             DELIMITED BY SIZE
                     FS-REFRULE-SEQ      DELIMITED BY SIZE
                     " OF "              DELIMITED BY SIZE
                     FS-REFRULE-DATABASE DELIMITED BY SPACE
                INTO WS-IMP-SUBJECT
              END-STRING
              MOVE "REFERENCE CHECK FINDS NOTHING"
                TO WS-IMP-EFFECT
              IF WS-IMP-CARRY EQUAL 'Y'
                 MOVE WS-IMP-NEW-NAME TO FS-REFRULE-REFERENCE
                 REWRITE FS-REFRULE-RECORD
                     INVALID KEY
                         MOVE "CONFLICT" TO WS-IMP-ACTION
                     NOT INVALID KEY
                         MOVE "CARRIED" TO WS-IMP-ACTION
                 END-REWRITE
              END-IF
              PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
           END-IF.

           MOVE FS-REFRULE-DATABASE TO WS-IMP-CANDIDATE.
           PERFORM 0300-MATCH THRU 0300-MATCH-EXIT.

           IF WS-IMP-HIT NOT EQUAL 'Y'
              GO TO 2410-ONE-REF-RULE-EXIT
           END-IF.

           MOVE "ref.dat" TO WS-IMP-FILE.
           STRING "RULE "              DELIMITED BY SIZE
                  FS-REFRULE-SEQ       DELIMITED BY SIZE
                  " TO "               DELIMITED BY SIZE
                  FS-REFRULE-REFERENCE DELIMITED BY SPACE
             INTO WS-IMP-SUBJECT
           END-STRING.
           MOVE "OWN REFERENCE RULE ORPHANED" TO WS-IMP-EFFECT.

           IF WS-IMP-CARRY EQUAL 'Y'

              MOVE FS-REFRULE-KEY  TO WS-IMP-OLD-KEY
              MOVE WS-IMP-NEW-NAME TO FS-REFRULE-DATABASE

              WRITE FS-REFRULE-RECORD
                  INVALID KEY
                      MOVE "CONFLICT" TO WS-IMP-ACTION
                  NOT INVALID KEY
                      MOVE "CARRIED" TO WS-IMP-ACTION
              END-WRITE

              MOVE WS-IMP-OLD-KEY TO FS-REFRULE-KEY

              IF WS-IMP-ACTION EQUAL "CARRIED"
                 DELETE FC-REFRULE RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
              END-IF

              START FC-REFRULE KEY IS GREATER THAN FS-REFRULE-KEY
                  INVALID KEY
                      MOVE 'Y' TO WS-IMP-EOF
              END-START

           END-IF.

           PERFORM 0400-NOTE THRU 0400-NOTE-EXIT.

       2410-ONE-REF-RULE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Shard maps - the database's own (its rows scatter to files ***
      *** nothing routes to any more) and the database standing as   ***
      *** another one's shard file (that slice of keys is lost).     ***
      ******************************************************************
       2500-SHARDS.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-SHARD
           ELSE
              OPEN INPUT FC-SHARD
           END-IF.

           IF WS-SHARD-FILE-STATUS NOT EQUAL "00"
              GO TO 2500-SHARDS-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-SHARD NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   PERFORM 2510-ONE-SHARD THRU 2510-ONE-SHARD-EXIT

               END-READ

           END-PERFORM.

           CLOSE FC-SHARD.

       2500-SHARDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One shard entry - the file side rewritten, the owning side ***
      *** re-keyed.                                                  ***
      ******************************************************************
       2510-ONE-SHARD.

           MOVE FS-SHARD-FILE TO WS-IMP-CANDIDATE.
           PERFORM 0300-MATCH THRU 0300-MATCH-EXIT.

           IF WS-IMP-HIT EQUAL 'Y'
              MOVE "shard.dat" TO WS-IMP-FILE
              STRING "SHARD "          DELIMITED BY SIZE
                     FS-SHARD-SEQ      DELIMITED BY SIZE
                     " OF "            DELIMITED BY SIZE
                     FS-SHARD-DATABASE DELIMITED BY SPACE
                INTO WS-IMP-SUBJECT
              END-STRING
              MOVE "THAT SHARD'S KEY RANGE IS LOST" TO WS-IMP-EFFECT
              IF WS-IMP-CARRY EQUAL 'Y'
                 MOVE WS-IMP-NEW-NAME TO FS-SHARD-FILE
                 REWRITE FS-SHARD-RECORD
                     INVALID KEY
                         MOVE "CONFLICT" TO WS-IMP-ACTION
                     NOT INVALID KEY
                         MOVE "CARRIED" TO WS-IMP-ACTION
                 END-REWRITE
              END-IF
              PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
           END-IF.

           MOVE FS-SHARD-DATABASE TO WS-IMP-CANDIDATE.
           PERFORM 0300-MATCH THRU 0300-MATCH-EXIT.

           IF WS-IMP-HIT NOT EQUAL 'Y'
              GO TO 2510-ONE-SHARD-EXIT
           END-IF.

           MOVE "shard.dat" TO WS-IMP-FILE.
           STRING "SHARD "      DELIMITED BY SIZE
                  FS-SHARD-SEQ  DELIMITED BY SIZE
                  " IN "        DELIMITED BY SIZE
                  FS-SHARD-FILE DELIMITED BY SPACE
             INTO WS-IMP-SUBJECT
           END-STRING.
           MOVE "SHARD MAP ORPHANED" TO WS-IMP-EFFECT.

           IF WS-IMP-CARRY EQUAL 'Y'

              MOVE FS-SHARD-KEY    TO WS-IMP-OLD-KEY
              MOVE WS-IMP-NEW-NAME TO FS-SHARD-DATABASE

              WRITE FS-SHARD-RECORD
                  INVALID KEY
                      MOVE "CONFLICT" TO WS-IMP-ACTION
                  NOT INVALID KEY
                      MOVE "CARRIED" TO WS-IMP-ACTION
              END-WRITE

              MOVE WS-IMP-OLD-KEY TO FS-SHARD-KEY

              IF WS-IMP-ACTION EQUAL "CARRIED"
                 DELETE FC-SHARD RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
              END-IF

              START FC-SHARD KEY IS GREATER THAN FS-SHARD-KEY
                  INVALID KEY
                      MOVE 'Y' TO WS-IMP-EOF
              END-START

           END-IF.

           PERFORM 0400-NOTE THRU 0400-NOTE-EXIT.

       2510-ONE-SHARD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Extent chains - the database's own, and the database       ***
      *** standing as another one's extent file.                     ***
      ******************************************************************
       2600-EXTENTS.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-EXTENT
           ELSE
              OPEN INPUT FC-EXTENT
           END-IF.

           IF WS-EXTENT-FILE-STATUS NOT EQUAL "00"
              GO TO 2600-EXTENTS-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-EXTENT NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   PERFORM 2610-ONE-EXTENT THRU 2610-ONE-EXTENT-EXIT

               END-READ

           END-PERFORM.

           CLOSE FC-EXTENT.

       2600-EXTENTS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One extent entry - the file side rewritten, the owning     ***
      *** side re-keyed.                                             ***
      ******************************************************************
       2610-ONE-EXTENT.

           MOVE FS-EXTENT-FILE TO WS-IMP-CANDIDATE.
           PERFORM 0300-MATCH THRU 0300-MATCH-EXIT.

           IF WS-IMP-HIT EQUAL 'Y'
              MOVE "extent.dat" TO WS-IMP-FILE
              STRING "EXTENT "          DELIMITED BY SIZE
                     FS-EXTENT-SEQ      DELIMITED BY SIZE
                     " OF "             DELIMITED BY SIZE
                     FS-EXTENT-DATABASE DELIMITED BY SPACE
                INTO WS-IMP-SUBJECT
              END-STRING
              MOVE "THAT EXTENT'S ROWS ARE LOST" TO WS-IMP-EFFECT
              IF WS-IMP-CARRY EQUAL 'Y'
                 MOVE WS-IMP-NEW-NAME TO FS-EXTENT-FILE
                 REWRITE FS-EXTENT-RECORD
                     INVALID KEY
                         MOVE "CONFLICT" TO WS-IMP-ACTION
                     NOT INVALID KEY
                         MOVE "CARRIED" TO WS-IMP-ACTION
                 END-REWRITE
              END-IF
              PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
           END-IF.

           MOVE FS-EXTENT-DATABASE TO WS-IMP-CANDIDATE.
           PERFORM 0300-MATCH THRU 0300-MATCH-EXIT.

           IF WS-IMP-HIT NOT EQUAL 'Y'
              GO TO 2610-ONE-EXTENT-EXIT
           END-IF.

           MOVE "extent.dat" TO WS-IMP-FILE.
           STRING "EXTENT "      DELIMITED BY SIZE
                  FS-EXTENT-SEQ  DELIMITED BY SIZE
                  " IN "         DELIMITED BY SIZE
                  FS-EXTENT-FILE DELIMITED BY SPACE
             INTO WS-IMP-SUBJECT
           END-STRING.
           MOVE "EXTENT CHAIN ORPHANED" TO WS-IMP-EFFECT.

           IF WS-IMP-CARRY EQUAL 'Y'

              MOVE FS-EXTENT-KEY   TO WS-IMP-OLD-KEY
              MOVE WS-IMP-NEW-NAME TO FS-EXTENT-DATABASE

              WRITE FS-EXTENT-RECORD
                  INVALID KEY
                      MOVE "CONFLICT" TO WS-IMP-ACTION
                  NOT INVALID KEY
                      MOVE "CARRIED" TO WS-IMP-ACTION
              END-WRITE

              MOVE WS-IMP-OLD-KEY TO FS-EXTENT-KEY

              IF WS-IMP-ACTION EQUAL "CARRIED"
                 DELETE FC-EXTENT RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
              END-IF

              START FC-EXTENT KEY IS GREATER THAN FS-EXTENT-KEY
                  INVALID KEY
                      MOVE 'Y' TO WS-IMP-EOF
              END-START

           END-IF.

           PERFORM 0400-NOTE THRU 0400-NOTE-EXIT.

       2610-ONE-EXTENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** CDC subscribers to the database - their feed stops.        ***
      ******************************************************************
       2700-CDC-SUBS.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-CDCSUB
           ELSE
              OPEN INPUT FC-CDCSUB
           END-IF.

           IF WS-CDCSUB-FILE-STATUS NOT EQUAL "00"
              GO TO 2700-CDC-SUBS-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-CDCSUB NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   MOVE FS-CDCSUB-DATABASE TO WS-IMP-CANDIDATE
                   PERFORM 0300-MATCH THRU 0300-MATCH-EXIT
                   IF WS-IMP-HIT EQUAL 'Y'
                      MOVE "cdcsub.dat"         TO WS-IMP-FILE
                      MOVE FS-CDCSUB-SUBSCRIBER TO WS-IMP-SUBJECT
                      MOVE "SUBSCRIBER'S FEED STOPS" TO WS-IMP-EFFECT
                      PERFORM 2710-CARRY-CDC-SUB
                         THRU 2710-CARRY-CDC-SUB-EXIT
                      PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-CDCSUB.

       2700-CDC-SUBS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One subscriber's cursor re-keyed onto the new name.        ***
      ******************************************************************
       2710-CARRY-CDC-SUB.

           IF WS-IMP-CARRY NOT EQUAL 'Y'
              GO TO 2710-CARRY-CDC-SUB-EXIT
           END-IF.

           MOVE FS-CDCSUB-KEY   TO WS-IMP-OLD-KEY.
           MOVE WS-IMP-NEW-NAME TO FS-CDCSUB-DATABASE.

           WRITE FS-CDCSUB-RECORD
               INVALID KEY
                   MOVE "CONFLICT" TO WS-IMP-ACTION
               NOT INVALID KEY
                   MOVE "CARRIED" TO WS-IMP-ACTION
           END-WRITE.

           MOVE WS-IMP-OLD-KEY TO FS-CDCSUB-KEY.

           IF WS-IMP-ACTION EQUAL "CARRIED"
              DELETE FC-CDCSUB RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-IF.

           START FC-CDCSUB KEY IS GREATER THAN FS-CDCSUB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IMP-EOF
           END-START.

       2710-CARRY-CDC-SUB-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Delta-export destinations - their extract stops.           ***
      ******************************************************************
       2800-DELTA-DSTS.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-DELTADST
           ELSE
              OPEN INPUT FC-DELTADST
           END-IF.

           IF WS-DELTADST-FILE-STATUS NOT EQUAL "00"
              GO TO 2800-DELTA-DSTS-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-DELTADST NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   MOVE FS-DELTADST-DATABASE TO WS-IMP-CANDIDATE
                   PERFORM 0300-MATCH THRU 0300-MATCH-EXIT
                   IF WS-IMP-HIT EQUAL 'Y'
                      MOVE "deltadst.dat"          TO WS-IMP-FILE
                      MOVE FS-DELTADST-DESTINATION TO WS-IMP-SUBJECT
                      MOVE "DESTINATION'S EXTRACT STOPS"
                        TO WS-IMP-EFFECT
                      PERFORM 2810-CARRY-DELTA-DST
                         THRU 2810-CARRY-DELTA-DST-EXIT
                      PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-DELTADST.

       2800-DELTA-DSTS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One destination's mark re-keyed onto the new name.         ***
      ******************************************************************
       2810-CARRY-DELTA-DST.

           IF WS-IMP-CARRY NOT EQUAL 'Y'
              GO TO 2810-CARRY-DELTA-DST-EXIT
           END-IF.

           MOVE FS-DELTADST-KEY TO WS-IMP-OLD-KEY.
           MOVE WS-IMP-NEW-NAME TO FS-DELTADST-DATABASE.

           WRITE FS-DELTADST-RECORD
               INVALID KEY
                   MOVE "CONFLICT" TO WS-IMP-ACTION
               NOT INVALID KEY
                   MOVE "CARRIED" TO WS-IMP-ACTION
           END-WRITE.

           MOVE WS-IMP-OLD-KEY TO FS-DELTADST-KEY.

           IF WS-IMP-ACTION EQUAL "CARRIED"
              DELETE FC-DELTADST RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-IF.

           START FC-DELTADST KEY IS GREATER THAN FS-DELTADST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IMP-EOF
           END-START.

       2810-CARRY-DELTA-DST-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Backup-set members - the whole set fails to take. The name ***
      *** is no part of the key, so a carried member is rewritten.   ***
      ******************************************************************
       2900-BACKUP-SET.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-BAKSET
           ELSE
              OPEN INPUT FC-BAKSET
           END-IF.

           IF WS-BAKSET-FILE-STATUS NOT EQUAL "00"
              GO TO 2900-BACKUP-SET-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-BAKSET NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   MOVE FS-BAKSET-DATABASE TO WS-IMP-CANDIDATE
                   PERFORM 0300-MATCH THRU 0300-MATCH-EXIT
                   IF WS-IMP-HIT EQUAL 'Y'
                      MOVE "bakset.dat" TO WS-IMP-FILE
                      STRING "SET "         DELIMITED BY SIZE
                             FS-BAKSET-NAME DELIMITED BY SPACE
                             " MEMBER "     DELIMITED BY SIZE
                             FS-BAKSET-SEQ  DELIMITED BY SIZE
                        INTO WS-IMP-SUBJECT
                      END-STRING
                      MOVE "BACKUP SET FAILS TO TAKE" TO WS-IMP-EFFECT
                      IF WS-IMP-CARRY EQUAL 'Y'
                         MOVE WS-IMP-NEW-NAME TO FS-BAKSET-DATABASE
                         REWRITE FS-BAKSET-RECORD
                             INVALID KEY
                                 MOVE "CONFLICT" TO WS-IMP-ACTION
                             NOT INVALID KEY
                                 MOVE "CARRIED" TO WS-IMP-ACTION
                         END-REWRITE
                      END-IF
                      PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-BAKSET.

       2900-BACKUP-SET-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Legal holds - data counsel has frozen goes with the file.  ***
      ******************************************************************
       3000-HOLDS.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-HOLD
           ELSE
              OPEN INPUT FC-HOLD
           END-IF.

           IF WS-HOLD-FILE-STATUS NOT EQUAL "00"
              GO TO 3000-HOLDS-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-HOLD NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   MOVE FS-HOLD-DATABASE TO WS-IMP-CANDIDATE
                   PERFORM 0300-MATCH THRU 0300-MATCH-EXIT
                   IF WS-IMP-HIT EQUAL 'Y'
                      MOVE "legalhold.dat" TO WS-IMP-FILE
                      STRING "CASE "        DELIMITED BY SIZE
                             FS-HOLD-CASE   DELIMITED BY SPACE
                             " FROM "       DELIMITED BY SIZE
                             FS-HOLD-KEY-LO DELIMITED BY SPACE
                        INTO WS-IMP-SUBJECT
                      END-STRING
                      MOVE "DATA UNDER LEGAL HOLD IS LOST"
                        TO WS-IMP-EFFECT
                      PERFORM 3010-CARRY-HOLD THRU 3010-CARRY-HOLD-EXIT
                      PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-HOLD.

       3000-HOLDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One hold re-keyed onto the new name.                       ***
      ******************************************************************
       3010-CARRY-HOLD.

           IF WS-IMP-CARRY NOT EQUAL 'Y'
              GO TO 3010-CARRY-HOLD-EXIT
           END-IF.

           MOVE FS-HOLD-KEY     TO WS-IMP-OLD-KEY.
           MOVE WS-IMP-NEW-NAME TO FS-HOLD-DATABASE.

           WRITE FS-HOLD-RECORD
               INVALID KEY
                   MOVE "CONFLICT" TO WS-IMP-ACTION
               NOT INVALID KEY
                   MOVE "CARRIED" TO WS-IMP-ACTION
           END-WRITE.

           MOVE WS-IMP-OLD-KEY TO FS-HOLD-KEY.

           IF WS-IMP-ACTION EQUAL "CARRIED"
              DELETE FC-HOLD RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-IF.

           START FC-HOLD KEY IS GREATER THAN FS-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IMP-EOF
           END-START.

       3010-CARRY-HOLD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Row filters on the database - the user's restriction falls ***
      *** away if the name comes back.                               ***
      ******************************************************************
       3100-ROWFILTERS.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-ROWFILTER
           ELSE
              OPEN INPUT FC-ROWFILTER
           END-IF.

           IF WS-ROWFILTER-FILE-STATUS NOT EQUAL "00"
              GO TO 3100-ROWFILTERS-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-ROWFILTER NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   MOVE FS-ROWFILTER-DATABASE TO WS-IMP-CANDIDATE
                   PERFORM 0300-MATCH THRU 0300-MATCH-EXIT
                   IF WS-IMP-HIT EQUAL 'Y'
                      MOVE "rowfilter.dat" TO WS-IMP-FILE
                      STRING "USER "           DELIMITED BY SIZE
                             FS-ROWFILTER-USER DELIMITED BY SPACE
                             " TERM "          DELIMITED BY SIZE
                             FS-ROWFILTER-SEQ  DELIMITED BY SIZE
                        INTO WS-IMP-SUBJECT
                      END-STRING
                      MOVE "ROW FILTER ORPHANED" TO WS-IMP-EFFECT
                      PERFORM 3110-CARRY-ROWFILTER
                         THRU 3110-CARRY-ROWFILTER-EXIT
                      PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-ROWFILTER.

       3100-ROWFILTERS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One filter term re-keyed onto the new name.                ***
      ******************************************************************
       3110-CARRY-ROWFILTER.

           IF WS-IMP-CARRY NOT EQUAL 'Y'
              GO TO 3110-CARRY-ROWFILTER-EXIT
           END-IF.

           MOVE FS-ROWFILTER-KEY TO WS-IMP-OLD-KEY.
           MOVE WS-IMP-NEW-NAME  TO FS-ROWFILTER-DATABASE.

           WRITE FS-ROWFILTER-RECORD
               INVALID KEY
                   MOVE "CONFLICT" TO WS-IMP-ACTION
               NOT INVALID KEY
                   MOVE "CARRIED" TO WS-IMP-ACTION
           END-WRITE.

           MOVE WS-IMP-OLD-KEY TO FS-ROWFILTER-KEY.

           IF WS-IMP-ACTION EQUAL "CARRIED"
              DELETE FC-ROWFILTER RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-IF.

           START FC-ROWFILTER KEY IS GREATER THAN FS-ROWFILTER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IMP-EOF
           END-START.

       3110-CARRY-ROWFILTER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Aliases on the database - lookups by alias find nothing.   ***
      ******************************************************************
       3200-ALIASES.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-ALIAS
           ELSE
              OPEN INPUT FC-ALIAS
           END-IF.

           IF WS-ALIAS-FILE-STATUS NOT EQUAL "00"
              GO TO 3200-ALIASES-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-ALIAS NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   MOVE FS-ALIAS-DATABASE TO WS-IMP-CANDIDATE
                   PERFORM 0300-MATCH THRU 0300-MATCH-EXIT
                   IF WS-IMP-HIT EQUAL 'Y'
                      MOVE "alias.dat"   TO WS-IMP-FILE
                      MOVE FS-ALIAS-NAME TO WS-IMP-SUBJECT
                      MOVE "ALIAS LOOKUP FINDS NOTHING" TO WS-IMP-EFFECT
                      PERFORM 3210-CARRY-ALIAS
                         THRU 3210-CARRY-ALIAS-EXIT
                      PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-ALIAS.

       3200-ALIASES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One alias re-keyed onto the new name.                      ***
      ******************************************************************
       3210-CARRY-ALIAS.

           IF WS-IMP-CARRY NOT EQUAL 'Y'
              GO TO 3210-CARRY-ALIAS-EXIT
           END-IF.

           MOVE FS-ALIAS-KEY    TO WS-IMP-OLD-KEY.
           MOVE WS-IMP-NEW-NAME TO FS-ALIAS-DATABASE.

           WRITE FS-ALIAS-RECORD
               INVALID KEY
                   MOVE "CONFLICT" TO WS-IMP-ACTION
               NOT INVALID KEY
                   MOVE "CARRIED" TO WS-IMP-ACTION
           END-WRITE.

           MOVE WS-IMP-OLD-KEY TO FS-ALIAS-KEY.

           IF WS-IMP-ACTION EQUAL "CARRIED"
              DELETE FC-ALIAS RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-IF.

           START FC-ALIAS KEY IS GREATER THAN FS-ALIAS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IMP-EOF
           END-START.

       3210-CARRY-ALIAS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The database's pacing entry - batch against the new name   ***
      *** runs unpaced through the online day.                       ***
      ******************************************************************
       3300-PACING.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-PACING
           ELSE
              OPEN INPUT FC-PACING
           END-IF.

           IF WS-PACING-FILE-STATUS NOT EQUAL "00"
              GO TO 3300-PACING-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-PACING NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   MOVE FS-PACING-KEY TO WS-IMP-CANDIDATE
                   PERFORM 0300-MATCH THRU 0300-MATCH-EXIT
                   IF WS-IMP-HIT EQUAL 'Y'
                      MOVE "pacing.dat" TO WS-IMP-FILE
                      MOVE "PACING ENTRY" TO WS-IMP-SUBJECT
                      MOVE "BATCH RUNS UNPACED" TO WS-IMP-EFFECT
                      PERFORM 3310-CARRY-PACING
                         THRU 3310-CARRY-PACING-EXIT
                      PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-PACING.

       3300-PACING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The pacing entry re-keyed onto the new name.               ***
      ******************************************************************
       3310-CARRY-PACING.

           IF WS-IMP-CARRY NOT EQUAL 'Y'
              GO TO 3310-CARRY-PACING-EXIT
           END-IF.

           MOVE FS-PACING-KEY   TO WS-IMP-OLD-KEY.
           MOVE WS-IMP-NEW-NAME TO FS-PACING-KEY.

           WRITE FS-PACING-RECORD
               INVALID KEY
                   MOVE "CONFLICT" TO WS-IMP-ACTION
               NOT INVALID KEY
                   MOVE "CARRIED" TO WS-IMP-ACTION
           END-WRITE.

           MOVE WS-IMP-OLD-KEY TO FS-PACING-KEY.

           IF WS-IMP-ACTION EQUAL "CARRIED"
              DELETE FC-PACING RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-IF.

           START FC-PACING KEY IS GREATER THAN FS-PACING-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IMP-EOF
           END-START.

       3310-CARRY-PACING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A quiesce flag on the database - lost with the old name,   ***
      *** the new name opens to writes mid-maintenance.              ***
      ******************************************************************
       3400-QUIESCE.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-QUIESCE
           ELSE
              OPEN INPUT FC-QUIESCE
           END-IF.

           IF WS-QUIESCE-FILE-STATUS NOT EQUAL "00"
              GO TO 3400-QUIESCE-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-QUIESCE NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   MOVE FS-QUIESCE-KEY TO WS-IMP-CANDIDATE
                   PERFORM 0300-MATCH THRU 0300-MATCH-EXIT
                   IF WS-IMP-HIT EQUAL 'Y'
                      MOVE "quiesce.dat" TO WS-IMP-FILE
                      STRING "PLACED BY "    DELIMITED BY SIZE
                             FS-QUIESCE-USER DELIMITED BY SPACE
                        INTO WS-IMP-SUBJECT
                      END-STRING
                      MOVE "QUIESCE FLAG LOST" TO WS-IMP-EFFECT
                      PERFORM 3410-CARRY-QUIESCE
                         THRU 3410-CARRY-QUIESCE-EXIT
                      PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-QUIESCE.

       3400-QUIESCE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The quiesce flag re-keyed onto the new name.               ***
      ******************************************************************
       3410-CARRY-QUIESCE.

           IF WS-IMP-CARRY NOT EQUAL 'Y'
              GO TO 3410-CARRY-QUIESCE-EXIT
           END-IF.

           MOVE FS-QUIESCE-KEY  TO WS-IMP-OLD-KEY.
           MOVE WS-IMP-NEW-NAME TO FS-QUIESCE-KEY.

           WRITE FS-QUIESCE-RECORD
               INVALID KEY
                   MOVE "CONFLICT" TO WS-IMP-ACTION
               NOT INVALID KEY
                   MOVE "CARRIED" TO WS-IMP-ACTION
           END-WRITE.

           MOVE WS-IMP-OLD-KEY TO FS-QUIESCE-KEY.

           IF WS-IMP-ACTION EQUAL "CARRIED"
              DELETE FC-QUIESCE RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-IF.

           START FC-QUIESCE KEY IS GREATER THAN FS-QUIESCE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IMP-EOF
           END-START.

       3410-CARRY-QUIESCE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Dictionary fields of the database - every by-name caller   ***
      *** (statements, accruals, masking, CSV headers) stops finding ***
      *** its field.                                                 ***
      ******************************************************************
       3500-DICTIONARY.

           IF WS-IMP-CARRY EQUAL 'Y'
              OPEN I-O FC-DICT
           ELSE
              OPEN INPUT FC-DICT
           END-IF.

           IF WS-DICT-FILE-STATUS NOT EQUAL "00"
              GO TO 3500-DICTIONARY-EXIT
           END-IF.

           MOVE 'N' TO WS-IMP-EOF.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'Y'

               READ FC-DICT NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-IMP-EOF

               NOT AT END
                   MOVE FS-DICT-DATABASE TO WS-IMP-CANDIDATE
                   PERFORM 0300-MATCH THRU 0300-MATCH-EXIT
                   IF WS-IMP-HIT EQUAL 'Y'
                      MOVE "dictionary.dat" TO WS-IMP-FILE
                      STRING "FIELD "           DELIMITED BY SIZE
                             FS-DICT-FIELD-NAME DELIMITED BY SPACE
                        INTO WS-IMP-SUBJECT
                      END-STRING
                      MOVE "FIELD NO LONGER FOUND BY NAME"
                        TO WS-IMP-EFFECT
                      PERFORM 3510-CARRY-DICT THRU 3510-CARRY-DICT-EXIT
                      PERFORM 0400-NOTE THRU 0400-NOTE-EXIT
                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-DICT.

       3500-DICTIONARY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One dictionary field re-keyed onto the new name.           ***
      ******************************************************************
       3510-CARRY-DICT.

           IF WS-IMP-CARRY NOT EQUAL 'Y'
              GO TO 3510-CARRY-DICT-EXIT
           END-IF.

           MOVE FS-DICT-KEY     TO WS-IMP-OLD-KEY.
           MOVE WS-IMP-NEW-NAME TO FS-DICT-DATABASE.

           WRITE FS-DICT-RECORD
               INVALID KEY
                   MOVE "CONFLICT" TO WS-IMP-ACTION
               NOT INVALID KEY
                   MOVE "CARRIED" TO WS-IMP-ACTION
           END-WRITE.

           MOVE WS-IMP-OLD-KEY TO FS-DICT-KEY.

           IF WS-IMP-ACTION EQUAL "CARRIED"
              DELETE FC-DICT RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-IF.

           START FC-DICT KEY IS GREATER THAN FS-DICT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IMP-EOF
           END-START.

       3510-CARRY-DICT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-IMPACT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RUNDECK-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-TRIGGER-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RIRULE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-REFRULE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-SHARD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-EXTENT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CDCSUB-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DELTADST-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-BAKSET-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-HOLD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ROWFILTER-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALIAS-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-PACING-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-QUIESCE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DICT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
