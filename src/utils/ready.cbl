      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    ready.cbl          ***
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
       PROGRAM-ID. REYDB_READY IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Data-ready signals for the teams downstream. They used to  ***
      *** poll our files on a timer and now and then picked a        ***
      *** database up halfway through the night's SORT / REBUILD /   ***
      *** BACKUP. consumer.dat says which team depends on which      ***
      *** database, which run-deck steps have to finish cleanly      ***
      *** first and the HHMM they need it by; REYDB_READY registers  ***
      *** one, REYDB_READY_DROP takes one off.                       ***
      ***                                                            ***
      *** REYDB_READY_SIGNAL is REYDB_RUNDECK's call - at the start  ***
      *** of a fresh run, after every step and at the end - and      ***
      *** keeps ready.sig, one dated row per consumer and database:  ***
      *** 'R' the moment its steps are all done, carrying the row    ***
      *** count and the control total as the deck left them; 'N'     ***
      *** with the reason the moment a step it waits on fails, its   ***
      *** deadline passes, or the deck ends without it. A rerun of   ***
      *** the deck the same day takes that day's signals back to 'N' ***
      *** until it has done its work again. A consumer checks its    ***
      *** own row and nothing else.                                  ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-ready.cpy".
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
       COPY "file/section/reydb-ready.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-ready.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-extent.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-amount.cpy".
       COPY "data/working/reydb-calendar.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-RDY-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Who is registering, and when.
       77 WS-RDY-USER PIC X(08) VALUE SPACE.
       77 WS-RDY-DATE PIC 9(08) VALUE ZERO.
       77 WS-RDY-TIME PIC 9(08) VALUE ZERO.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** A registered deadline taken apart for checking.
       01 WS-RDY-DEADLINE-X PIC 9(04) VALUE ZERO.
       01 WS-RDY-DEADLINE-VIEW REDEFINES WS-RDY-DEADLINE-X.
          02 WS-RDY-DEADLINE-HH PIC 9(02).
          02 WS-RDY-DEADLINE-MM PIC 9(02).

      *** The consumer in hand's signal as it stands on file - 'Y'
      *** when there is one - and the one being judged for it.
       77 WS-RDY-HAVE-SIGNAL PIC X(01) VALUE 'N'.
       77 WS-RDY-OLD-STATUS  PIC X(01) VALUE SPACE.
       77 WS-RDY-OLD-REASON  PIC X(40) VALUE SPACE.
       77 WS-RDY-NEW-STATUS  PIC X(01) VALUE SPACE.
       77 WS-RDY-NEW-REASON  PIC X(40) VALUE SPACE.

      *** Where the consumer's steps stand - 'Y' all done, and 'Y'
      *** when one of them failed - with the first one short of done
      *** in words.
       77 WS-RDY-MET     PIC X(01) VALUE 'N'.
       77 WS-RDY-FAILED  PIC X(01) VALUE 'N'.
       77 WS-RDY-SHORT   PIC X(40) VALUE SPACE.
       77 WS-RDY-STEP    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-RDY-STEP-NO PIC 9(03) VALUE ZERO.
       77 WS-RDY-RESULT-NO PIC 9(02) VALUE ZERO.
       77 WS-RDY-IDX     PIC 9(02) COMP-5 VALUE ZERO.

      *** 'Y' once the consumer's deadline has gone by - the first
      *** HHMM after the deck's start - and the two moments compared
      *** as CCYYMMDDHHMM.
       77 WS-RDY-LATE           PIC X(01) VALUE 'N'.
       77 WS-RDY-START-HHMM     PIC 9(04) VALUE ZERO.
       77 WS-RDY-NOW-HHMM       PIC 9(04) VALUE ZERO.
       77 WS-RDY-DEADLINE-DATE  PIC 9(08) VALUE ZERO.
       77 WS-RDY-NOW-STAMP      PIC 9(12) VALUE ZERO.
       77 WS-RDY-DEADLINE-STAMP PIC 9(12) VALUE ZERO.

      *** The database's row count and control total, and which
      *** database they belong to - several consumers of the same
      *** database in one call share the one count. 'Y' when the
      *** count could be taken.
       77 WS-RDY-COUNTED-NAME PIC X(64) VALUE SPACE.
       77 WS-RDY-COUNT-OK     PIC X(01) VALUE 'N'.
       77 WS-RDY-ROWS         PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RDY-TOTAL        PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-RDY-PHYS-NAME    PIC X(64) VALUE SPACE.
       77 WS-RDY-CHAIN-END    PIC X(01) VALUE 'N'.

      *** The database's designated amount field.
       77 WS-RDY-AMT-TYPE   PIC X(01) VALUE 'A'.
       77 WS-RDY-AMT-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-RDY-AMT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.

      *** One row's plaintext mid-count, and what reading it takes.
       77 WS-RDY-ROW-PLAIN     PIC X(471) VALUE SPACE.
       77 WS-RDY-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-RDY-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.

       77 WS-RDY-PUBLISHED PIC 9(05) COMP-5 VALUE ZERO.

       77 WS-RDY-EOF     PIC X(01) VALUE 'N'.
       77 WS-RDY-ROW-EOF PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The consumer being registered or dropped.
       77 LS-CONSUMER-ID       PIC X(08) VALUE SPACE.
       77 LS-CONSUMER-TEAM     PIC X(30) VALUE SPACE.
       77 LS-CONSUMER-DEADLINE PIC 9(04) VALUE ZERO.

      *** The deck steps it waits on (shape of WS-CONSUMER-STEPS in
      *** data/working/reydb-ready.cpy).
       01 LS-CONSUMER-STEPS.
          02 LS-CONSUMER-STEP-COUNT PIC 9(02) COMP-5.
          02 LS-CONSUMER-STEP       PIC 9(03) COMP-5 OCCURS 10 TIMES.

      *** The deck's run date and start time (HHMMSSff), the point
      *** of the run, whether it aborted, and how its steps came out
      *** (shape of WS-READY-OUTCOMES in data/working/reydb-ready.cpy).
       77 LS-READY-DATE    PIC 9(08) VALUE ZERO.
       77 LS-READY-START   PIC 9(08) VALUE ZERO.
       77 LS-READY-PHASE   PIC X(01) VALUE SPACE.
       77 LS-READY-ABORTED PIC X(01) VALUE 'N'.

       01 LS-READY-OUTCOMES.
          02 LS-READY-OUTCOME OCCURS 999 TIMES.
             03 LS-READY-OUTCOME-STATE  PIC X(01).
             03 LS-READY-OUTCOME-RESULT PIC 9(02).

       77 LS-READY-COUNT PIC 9(05) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - registers (or re-registers) one      ***
      *** consumer of one database.                                  ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-CONSUMER-ID
                                    LS-CONSUMER-TEAM
                                    LS-CONSUMER-DEADLINE
                                    LS-CONSUMER-STEPS
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** A consumer with no name, a deadline that is not a time of
      *** day, or a step list that is not one cannot be signalled.
           IF LS-CONSUMER-ID EQUAL SPACE
           OR LS-CONSUMER-DEADLINE NOT NUMERIC
           OR LS-CONSUMER-STEP-COUNT GREATER THAN 10
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-CONSUMER-DEADLINE TO WS-RDY-DEADLINE-X.

           IF WS-RDY-DEADLINE-HH GREATER THAN 23
           OR WS-RDY-DEADLINE-MM GREATER THAN 59
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM VARYING WS-RDY-IDX FROM 1 BY 1
                     UNTIL WS-RDY-IDX GREATER THAN
                           LS-CONSUMER-STEP-COUNT
               IF LS-CONSUMER-STEP (WS-RDY-IDX) EQUAL ZERO
                  MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                  GOBACK
               END-IF
           END-PERFORM.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-CONSUMER.

      *** First consumer ever - consumer.dat self-creates.
           IF WS-CONSUMER-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-CONSUMER
              CLOSE FC-CONSUMER
              OPEN I-O FC-CONSUMER
           END-IF.

           IF WS-CONSUMER-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE SPACE TO WS-RDY-USER.

           CALL "REYDB_WHOAMI" USING WS-RDY-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           ACCEPT WS-RDY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RDY-TIME FROM TIME.

           MOVE LS-CONSUMER-ID         TO FS-CONSUMER-ID.
           MOVE WS-RDY-RESOLVED-NAME   TO FS-CONSUMER-DATABASE.
           MOVE LS-CONSUMER-TEAM       TO FS-CONSUMER-TEAM.
           MOVE LS-CONSUMER-DEADLINE   TO FS-CONSUMER-DEADLINE.
           MOVE LS-CONSUMER-STEP-COUNT TO FS-CONSUMER-STEP-COUNT.
           MOVE WS-RDY-USER            TO FS-CONSUMER-SET-BY.
           MOVE WS-RDY-DATE            TO FS-CONSUMER-SET-TS (1:8).
           MOVE WS-RDY-TIME            TO FS-CONSUMER-SET-TS (9:8).

           PERFORM VARYING WS-RDY-IDX FROM 1 BY 1
                     UNTIL WS-RDY-IDX GREATER THAN 10
               IF WS-RDY-IDX GREATER THAN LS-CONSUMER-STEP-COUNT
                  MOVE ZERO TO FS-CONSUMER-STEP (WS-RDY-IDX)
               ELSE
                  MOVE LS-CONSUMER-STEP (WS-RDY-IDX)
                    TO FS-CONSUMER-STEP (WS-RDY-IDX)
               END-IF
           END-PERFORM.

           WRITE FS-CONSUMER-RECORD

           INVALID KEY *> Registered again - team, deadline, steps

               REWRITE FS-CONSUMER-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-CONSUMER.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - takes one consumer off. Signals it    ***
      *** was already sent stay on file as sent.                     ***
      ******************************************************************
       ENTRY "REYDB_READY_DROP" USING LS-REYDB-DATABASE-NAME
                                      LS-CONSUMER-ID.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-CONSUMER.

           IF WS-CONSUMER-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-CONSUMER-ID       TO FS-CONSUMER-ID.
           MOVE WS-RDY-RESOLVED-NAME TO FS-CONSUMER-DATABASE.

           DELETE FC-CONSUMER RECORD

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-CONSUMER.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the run-deck's call. Every registered  ***
      *** consumer judged against the deck's steps so far, and its   ***
      *** signal for the run date published wherever it changes.     ***
      *** No consumer.dat is nobody waiting, and nothing wrong.      ***
      ******************************************************************
       ENTRY "REYDB_READY_SIGNAL" USING LS-READY-DATE
                                        LS-READY-START
                                        LS-READY-PHASE
                                        LS-READY-ABORTED
                                        LS-READY-OUTCOMES
                                        LS-READY-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO  TO LS-READY-COUNT WS-RDY-PUBLISHED.
           MOVE SPACE TO WS-RDY-COUNTED-NAME.
           MOVE 'N'   TO WS-RDY-COUNT-OK.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           OPEN INPUT FC-CONSUMER.

           IF WS-CONSUMER-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           OPEN I-O FC-READY.

      *** First signal ever - ready.sig self-creates.
           IF WS-READY-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-READY
              CLOSE FC-READY
              OPEN I-O FC-READY
           END-IF.

           IF WS-READY-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-CONSUMER
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           ACCEPT WS-RDY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RDY-TIME FROM TIME.

           MOVE 'N' TO WS-RDY-EOF.

           PERFORM UNTIL WS-RDY-EOF EQUAL 'S'

               READ FC-CONSUMER NEXT RECORD

               AT END
                   MOVE 'S' TO WS-RDY-EOF

               NOT AT END
                   PERFORM 1000-JUDGE-CONSUMER
                      THRU 1000-JUDGE-CONSUMER-EXIT
               END-READ

           END-PERFORM.

           CLOSE FC-CONSUMER.
           CLOSE FC-READY.

           MOVE WS-RDY-PUBLISHED TO LS-READY-COUNT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the caller's database name - blank follows the    ***
      *** usual "reymon.db" default.                                 ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-RDY-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-RDY-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One consumer judged. A signal already 'R' for the run date ***
      *** stands until a fresh run of the deck takes it back; any    ***
      *** other is re-judged at every call and republished when its  ***
      *** verdict or reason moves.                                   ***
      ******************************************************************
       1000-JUDGE-CONSUMER.

           MOVE LS-READY-DATE        TO FS-READY-DATE.
           MOVE FS-CONSUMER-ID       TO FS-READY-CONSUMER.
           MOVE FS-CONSUMER-DATABASE TO FS-READY-DATABASE.

           MOVE 'N'   TO WS-RDY-HAVE-SIGNAL.
           MOVE SPACE TO WS-RDY-OLD-STATUS WS-RDY-OLD-REASON.

           READ FC-READY

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               MOVE 'Y'             TO WS-RDY-HAVE-SIGNAL
               MOVE FS-READY-STATUS TO WS-RDY-OLD-STATUS
               MOVE FS-READY-REASON TO WS-RDY-OLD-REASON

           END-READ.

      *** A fresh run of the deck on a day already signalled - the
      *** day's data is being reworked, so nobody reads it until
      *** this run says so again.
           IF LS-READY-PHASE EQUAL WS-READY-PHASE-START
              IF WS-RDY-HAVE-SIGNAL EQUAL 'Y'
                 MOVE 'N' TO WS-RDY-NEW-STATUS
                 MOVE "DECK RERUN IN PROGRESS" TO WS-RDY-NEW-REASON
                 PERFORM 1300-PUBLISH THRU 1300-PUBLISH-EXIT
              END-IF
              GO TO 1000-JUDGE-CONSUMER-EXIT
           END-IF.

           IF WS-RDY-OLD-STATUS EQUAL 'R'
              GO TO 1000-JUDGE-CONSUMER-EXIT
           END-IF.

           PERFORM 1100-CHECK-STEPS THRU 1100-CHECK-STEPS-EXIT.

           PERFORM 1400-CHECK-DEADLINE THRU 1400-CHECK-DEADLINE-EXIT.

           IF WS-RDY-MET EQUAL 'Y'
              PERFORM 1200-COUNT-DATABASE THRU 1200-COUNT-DATABASE-EXIT
              IF WS-RDY-COUNT-OK EQUAL 'Y'
                 MOVE 'R' TO WS-RDY-NEW-STATUS
                 MOVE SPACE TO WS-RDY-NEW-REASON
                 IF WS-RDY-LATE EQUAL 'Y'
                    MOVE FS-CONSUMER-DEADLINE TO WS-RDY-DEADLINE-X
                    STRING "READY AFTER DEADLINE " DELIMITED BY SIZE
                           WS-RDY-DEADLINE-X      DELIMITED BY SIZE
                      INTO WS-RDY-NEW-REASON
                 END-IF
                 PERFORM 1300-PUBLISH THRU 1300-PUBLISH-EXIT
                 GO TO 1000-JUDGE-CONSUMER-EXIT
              END-IF
      *** A database that will not count between steps gets another
      *** try after the next one; at the end of the deck it is a
      *** not-ready of its own.
              IF LS-READY-PHASE NOT EQUAL WS-READY-PHASE-END
                 GO TO 1000-JUDGE-CONSUMER-EXIT
              END-IF
              MOVE 'N' TO WS-RDY-NEW-STATUS
              MOVE "DATABASE COULD NOT BE COUNTED" TO WS-RDY-NEW-REASON
              PERFORM 1300-PUBLISH THRU 1300-PUBLISH-EXIT
              GO TO 1000-JUDGE-CONSUMER-EXIT
           END-IF.

      *** A step it waits on failed, the deck is over without it, or
      *** its deadline went by first - any of the three is a
      *** not-ready now, with the reason.
           MOVE 'N'          TO WS-RDY-NEW-STATUS.
           MOVE WS-RDY-SHORT TO WS-RDY-NEW-REASON.

           IF WS-RDY-FAILED EQUAL 'Y'
           OR LS-READY-PHASE EQUAL WS-READY-PHASE-END
              PERFORM 1300-PUBLISH THRU 1300-PUBLISH-EXIT
              GO TO 1000-JUDGE-CONSUMER-EXIT
           END-IF.

           IF WS-RDY-LATE EQUAL 'Y'
              MOVE FS-CONSUMER-DEADLINE TO WS-RDY-DEADLINE-X
              MOVE SPACE TO WS-RDY-NEW-REASON
              STRING "DEADLINE "       DELIMITED BY SIZE
                     WS-RDY-DEADLINE-X DELIMITED BY SIZE
                     " PASSED, "       DELIMITED BY SIZE
                     WS-RDY-SHORT      DELIMITED BY "  "
                INTO WS-RDY-NEW-REASON
              PERFORM 1300-PUBLISH THRU 1300-PUBLISH-EXIT
           END-IF.

       1000-JUDGE-CONSUMER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The consumer's steps against the deck's outcomes - done    ***
      *** or left off by the calendar is met; failed, or not reached ***
      *** yet, is short, and the first short one goes into words. No ***
      *** steps listed waits on the whole deck: met only at its end, ***
      *** not aborted, with no step failed along the way.            ***
      ******************************************************************
       1100-CHECK-STEPS.

           MOVE 'Y'   TO WS-RDY-MET.
           MOVE 'N'   TO WS-RDY-FAILED.
           MOVE SPACE TO WS-RDY-SHORT.

           IF FS-CONSUMER-STEP-COUNT EQUAL ZERO
              PERFORM 1150-CHECK-WHOLE-DECK
                 THRU 1150-CHECK-WHOLE-DECK-EXIT
              GO TO 1100-CHECK-STEPS-EXIT
           END-IF.

           PERFORM VARYING WS-RDY-IDX FROM 1 BY 1
                     UNTIL WS-RDY-IDX GREATER THAN
                           FS-CONSUMER-STEP-COUNT
                        OR WS-RDY-IDX GREATER THAN 10
                        OR WS-RDY-MET EQUAL 'N'

               MOVE FS-CONSUMER-STEP (WS-RDY-IDX) TO WS-RDY-STEP

               IF WS-RDY-STEP GREATER THAN ZERO
                  PERFORM 1160-JUDGE-STEP THRU 1160-JUDGE-STEP-EXIT
               END-IF

           END-PERFORM.

       1100-CHECK-STEPS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The whole deck as one requirement.                         ***
      ******************************************************************
       1150-CHECK-WHOLE-DECK.

           PERFORM VARYING WS-RDY-STEP FROM 1 BY 1
                     UNTIL WS-RDY-STEP GREATER THAN 999
                        OR WS-RDY-FAILED EQUAL 'Y'
               IF LS-READY-OUTCOME-STATE (WS-RDY-STEP) EQUAL 'N'
                  PERFORM 1160-JUDGE-STEP THRU 1160-JUDGE-STEP-EXIT
               END-IF
           END-PERFORM.

           IF WS-RDY-FAILED EQUAL 'Y'
              GO TO 1150-CHECK-WHOLE-DECK-EXIT
           END-IF.

           IF LS-READY-PHASE NOT EQUAL WS-READY-PHASE-END
              MOVE 'N' TO WS-RDY-MET
              MOVE "WHOLE DECK NOT FINISHED" TO WS-RDY-SHORT
              GO TO 1150-CHECK-WHOLE-DECK-EXIT
           END-IF.

           IF LS-READY-ABORTED EQUAL 'Y'
              MOVE 'N' TO WS-RDY-MET
              MOVE "DECK ABORTED" TO WS-RDY-SHORT
           END-IF.

       1150-CHECK-WHOLE-DECK-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One step's outcome - WS-RDY-STEP - judged.                 ***
      ******************************************************************
       1160-JUDGE-STEP.

           MOVE WS-RDY-STEP TO WS-RDY-STEP-NO.

           EVALUATE LS-READY-OUTCOME-STATE (WS-RDY-STEP)

               WHEN 'Y'
               WHEN 'S'
                   CONTINUE

               WHEN 'N'
                   MOVE 'N' TO WS-RDY-MET
                   MOVE 'Y' TO WS-RDY-FAILED
                   MOVE LS-READY-OUTCOME-RESULT (WS-RDY-STEP)
                     TO WS-RDY-RESULT-NO
                   STRING "STEP "            DELIMITED BY SIZE
                          WS-RDY-STEP-NO     DELIMITED BY SIZE
                          " FAILED RESULT "  DELIMITED BY SIZE
                          WS-RDY-RESULT-NO   DELIMITED BY SIZE
                     INTO WS-RDY-SHORT

               WHEN OTHER
                   MOVE 'N' TO WS-RDY-MET
                   EVALUATE TRUE
                       WHEN LS-READY-PHASE NOT EQUAL WS-READY-PHASE-END
                           STRING "STEP "          DELIMITED BY SIZE
                                  WS-RDY-STEP-NO   DELIMITED BY SIZE
                                  " NOT DONE"      DELIMITED BY SIZE
                             INTO WS-RDY-SHORT
                       WHEN LS-READY-ABORTED EQUAL 'Y'
                           STRING "STEP "          DELIMITED BY SIZE
                                  WS-RDY-STEP-NO   DELIMITED BY SIZE
                                  " NOT REACHED, DECK ABORTED"
                                                   DELIMITED BY SIZE
                             INTO WS-RDY-SHORT
                       WHEN OTHER
                           STRING "STEP "          DELIMITED BY SIZE
                                  WS-RDY-STEP-NO   DELIMITED BY SIZE
                                  " IS NOT IN THE DECK"
                                                   DELIMITED BY SIZE
                             INTO WS-RDY-SHORT
                   END-EVALUATE

           END-EVALUATE.

       1160-JUDGE-STEP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The consumer's database counted as the deck left it - its  ***
      *** active rows and the sum of its designated amount field,    ***
      *** over its own file and each extent declared after it, under ***
      *** a shared enqueue. Counted once per call per database.      ***
      ******************************************************************
       1200-COUNT-DATABASE.

           IF WS-RDY-COUNTED-NAME EQUAL FS-CONSUMER-DATABASE
              GO TO 1200-COUNT-DATABASE-EXIT
           END-IF.

           MOVE FS-CONSUMER-DATABASE TO WS-RDY-COUNTED-NAME.
           MOVE 'N'  TO WS-RDY-COUNT-OK WS-RDY-CHAIN-END.
           MOVE ZERO TO WS-RDY-ROWS WS-RDY-TOTAL.

           CALL "REYDB_ENQUEUE_SHARED" USING WS-RDY-COUNTED-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              GO TO 1200-COUNT-DATABASE-EXIT
           END-IF.

           CALL "REYDB_POLICY" USING WS-RDY-COUNTED-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

           CALL "REYDB_DICT_TYPED" USING WS-RDY-COUNTED-NAME
                                         WS-RDY-AMT-TYPE
                                         WS-RDY-AMT-OFFSET
                                         WS-RDY-AMT-LENGTH
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-RDY-AMT-LENGTH GREATER THAN 16
              MOVE ZERO TO WS-RDY-AMT-LENGTH
           END-IF.

           IF WS-RDY-AMT-LENGTH GREATER THAN ZERO
              CALL "REYDB_DICT_NUMFMT" USING WS-RDY-COUNTED-NAME
                                             WS-RDY-AMT-OFFSET
                                             WS-RDY-AMT-LENGTH
                                             WS-AMOUNT-SIGN
                                             WS-AMOUNT-SCALE
                  RETURNING WS-REYDB-RESULT-AMOUNT
              END-CALL
           END-IF.

           MOVE WS-RDY-COUNTED-NAME TO WS-RDY-PHYS-NAME.

           PERFORM UNTIL WS-RDY-CHAIN-END EQUAL 'Y'

               PERFORM 1250-COUNT-FILE THRU 1250-COUNT-FILE-EXIT

               MOVE SPACE TO WS-EXTENT-NEXT-FILE

               CALL "REYDB_EXTENT_NEXT" USING WS-RDY-COUNTED-NAME
                                              WS-RDY-PHYS-NAME
                                              WS-EXTENT-NEXT-FILE
                   RETURNING WS-REYDB-RESULT-EXTENT
               END-CALL

               IF WS-EXTENT-NEXT-FILE EQUAL SPACE
                  MOVE 'Y' TO WS-RDY-CHAIN-END
               ELSE
                  MOVE WS-EXTENT-NEXT-FILE TO WS-RDY-PHYS-NAME
               END-IF

           END-PERFORM.

           CALL "REYDB_DEQUEUE_SHARED" USING WS-RDY-COUNTED-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

       1200-COUNT-DATABASE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One physical file of the chain counted. The database's own ***
      *** file has to be there; an extent not yet written to holds   ***
      *** nothing.                                                   ***
      ******************************************************************
       1250-COUNT-FILE.

           MOVE WS-RDY-PHYS-NAME TO WS-REYDB-DATABASE-NAME.

           OPEN INPUT FC-REYDB.

           IF WS-REYDB-FILE-STATUS NOT EQUAL "00"
              GO TO 1250-COUNT-FILE-EXIT
           END-IF.

           IF WS-RDY-PHYS-NAME EQUAL WS-RDY-COUNTED-NAME
              MOVE 'Y' TO WS-RDY-COUNT-OK
           END-IF.

           MOVE 'N' TO WS-RDY-ROW-EOF.

           PERFORM UNTIL WS-RDY-ROW-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-RDY-ROW-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      ADD 1 TO WS-RDY-ROWS
                      IF WS-RDY-AMT-LENGTH GREATER THAN ZERO
                         PERFORM 1260-ADD-AMOUNT
                            THRU 1260-ADD-AMOUNT-EXIT
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.

       1250-COUNT-FILE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The row in hand's amount onto the control total - read off ***
      *** its plaintext, the way REYDB_TOTALS_NOTE reads it.         ***
      ******************************************************************
       1260-ADD-AMOUNT.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-RDY-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-RDY-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-RDY-ROW-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       WS-RDY-COUNTED-NAME
                       FS-REYDB-KEY
                       WS-RDY-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-RDY-ROW-PLAIN
                                             WS-RDY-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-RDY-ROW-PLAIN
                                         WS-RDY-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           CALL "REYDB_AMOUNT" USING WS-RDY-ROW-PLAIN
                                     WS-RDY-AMT-OFFSET
                                     WS-RDY-AMT-LENGTH
                                     WS-AMOUNT-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT EQUAL WS-REYDB-SUCCESS
              ADD WS-AMOUNT-VALUE TO WS-RDY-TOTAL
           END-IF.

       1260-ADD-AMOUNT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The consumer's signal published with the verdict in hand - ***
      *** only when it differs from what is already on file, so a    ***
      *** not-ready stays stamped with the moment it was first said. ***
      ******************************************************************
       1300-PUBLISH.

           IF WS-RDY-HAVE-SIGNAL EQUAL 'Y'
              AND WS-RDY-OLD-STATUS EQUAL WS-RDY-NEW-STATUS
              AND WS-RDY-OLD-REASON EQUAL WS-RDY-NEW-REASON
              GO TO 1300-PUBLISH-EXIT
           END-IF.

           MOVE LS-READY-DATE        TO FS-READY-DATE.
           MOVE FS-CONSUMER-ID       TO FS-READY-CONSUMER.
           MOVE FS-CONSUMER-DATABASE TO FS-READY-DATABASE.
           MOVE WS-RDY-NEW-STATUS    TO FS-READY-STATUS.
           MOVE WS-RDY-NEW-REASON    TO FS-READY-REASON.

           IF FS-READY-IS-READY
              MOVE WS-RDY-ROWS  TO FS-READY-ROW-COUNT
              MOVE WS-RDY-TOTAL TO FS-READY-CONTROL-TOTAL
           ELSE
              MOVE ZERO TO FS-READY-ROW-COUNT FS-READY-CONTROL-TOTAL
           END-IF.

           ACCEPT WS-RDY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RDY-TIME FROM TIME.

           MOVE WS-RDY-DATE TO FS-READY-PUBLISHED-TS (1:8).
           MOVE WS-RDY-TIME TO FS-READY-PUBLISHED-TS (9:8).

           IF WS-RDY-HAVE-SIGNAL EQUAL 'Y'
              REWRITE FS-READY-RECORD
           ELSE
              WRITE FS-READY-RECORD
           END-IF.

           IF WS-READY-FILE-STATUS EQUAL "00"
              ADD 1 TO WS-RDY-PUBLISHED
              MOVE 'Y'               TO WS-RDY-HAVE-SIGNAL
              MOVE WS-RDY-NEW-STATUS TO WS-RDY-OLD-STATUS
              MOVE WS-RDY-NEW-REASON TO WS-RDY-OLD-REASON
           END-IF.

       1300-PUBLISH-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Has the consumer's deadline gone by? It falls on the first ***
      *** HHMM after the deck started - the deck's own day, or the   ***
      *** morning after when the deadline is earlier in the day than ***
      *** the start. Zero is no deadline.                            ***
      ******************************************************************
       1400-CHECK-DEADLINE.

           MOVE 'N' TO WS-RDY-LATE.

           IF FS-CONSUMER-DEADLINE EQUAL ZERO
              GO TO 1400-CHECK-DEADLINE-EXIT
           END-IF.

           COMPUTE WS-RDY-START-HHMM = LS-READY-START / 10000.
           COMPUTE WS-RDY-NOW-HHMM   = WS-RDY-TIME / 10000.

           MOVE LS-READY-DATE TO WS-RDY-DEADLINE-DATE.

           IF FS-CONSUMER-DEADLINE LESS THAN WS-RDY-START-HHMM
              MOVE LS-READY-DATE TO WS-CALENDAR-ASK-DATE
              CALL "REYDB_CALENDAR_NEXT" USING WS-CALENDAR-ASK-DATE
                                               WS-RDY-DEADLINE-DATE
                  RETURNING WS-REYDB-RESULT-CALENDAR
              END-CALL
           END-IF.

           COMPUTE WS-RDY-DEADLINE-STAMP =
                   WS-RDY-DEADLINE-DATE * 10000 + FS-CONSUMER-DEADLINE.
           COMPUTE WS-RDY-NOW-STAMP =
                   WS-RDY-DATE * 10000 + WS-RDY-NOW-HHMM.

           IF WS-RDY-NOW-STAMP NOT LESS THAN WS-RDY-DEADLINE-STAMP
              MOVE 'Y' TO WS-RDY-LATE
           END-IF.

       1400-CHECK-DEADLINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control file names, qualified for the ***
      *** environment the run unit is in.                            ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-CONSUMER-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-READY-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
