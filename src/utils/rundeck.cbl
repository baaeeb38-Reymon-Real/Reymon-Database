      *** Author:  Reymon Dev         ***
      *** File:    rundeck.cbl        ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ***                                                             ***
      *** Dispatched programs: REYDB_VALIDATE, REYDB_SORT,           ***
      *** REYDB_REBUILD, REYDB_BACKUP, REYDB_PURGE, REYDB_ARCHIVE,   ***
      *** REYDB_UNLOAD, REYDB_EXPORT_CSV, REYDB_EXPREVIEW,           ***
      *** REYDB_FUTURE_APPLY, REYDB_WORKQ_REPORT, REYDB_INTAKE,      ***
      *** REYDB_GRPTOT_VERIFY, REYDB_BREAKGLASS_REVIEW,              ***
      *** REYDB_QDEF_RUN (a saved definition by name),               ***
      *** REYDB_PUBLISH_DAY (the day's spooled reports to the        ***
      *** intranet), REYDB_DOCREF_SWEEP (document references against ***
      *** the imaging inventory), REYDB_FILING (a regulatory XML     ***
      *** filing off filing.map), REYDB_QUOTA_REPORT (storage quota  ***
      *** usage, recounted), REYDB_VAULT_PICK (the day's offsite     ***
      *** vault pick list), REYDB_SECURITY_REPORT (the day's         ***
      *** security violations), REYDB_SURVEIL (the week's user-      ***
      *** behaviour surveillance). An unknown name fails the step -  ***
      *** a misspelled deck should be seen, not skipped.             ***
      ***                                                            ***
      *** After every step, and at the start and end of the run,     ***
      *** REYDB_READY_SIGNAL publishes the downstream consumers'     ***
      *** ready / not-ready signals off the steps' outcomes.         ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-rundeck.cpy".
       COPY "data/working/reydb-calendar.cpy".
       COPY "data/working/reydb-deckhist.cpy".
       COPY "data/working/reydb-trigger.cpy".
       COPY "data/working/reydb-qdef.cpy".
       COPY "data/working/reydb-publish.cpy".
       COPY "data/working/reydb-ready.cpy".

      *** Tonight's date as the business-day gate judges it.
       77 WS-DECK-TODAY PIC 9(08) VALUE ZERO.

      *** When the deck started - the downstream consumers'
      *** deadlines are measured from it.
       77 WS-DECK-BEGAN PIC 9(08) VALUE ZERO.

      *** The step in flight's start/end clock readings and its
      *** elapsed seconds, bound for the timing history the
      *** batch-window monitor averages.
      *** (thirty days when the deck leaves it blank).
       77 WS-DECK-PREVIEW-DAYS PIC 9(03) COMP-5 VALUE ZERO.

      *** REYDB_PUBLISH_DAY's day, off the step's PARM (zero, the
      *** default, publishes today's).
       77 WS-DECK-PUBLISH-DATE PIC 9(08) VALUE ZERO.

      *** REYDB_GRPTOT_VERIFY's rebuild switch, off the step's PARM.
       77 WS-DECK-GRPTOT-REBUILD PIC X(01) VALUE 'N'.

      *** REYDB_FILING's filing and source database, off the step's
      *** PARM, and the transmission register's id for the document.
       77 WS-DECK-FILING-ID     PIC X(08) VALUE SPACE.
       77 WS-DECK-FILING-SOURCE PIC X(64) VALUE SPACE.
       77 WS-DECK-XMIT-ID       PIC 9(09) COMP-5 VALUE ZERO.

      *** REYDB_SECURITY_REPORT's day and repeat-offender mark, off
      *** the step's PARM (today and the report's own mark when
      *** blank), and the users it listed.
       77 WS-DECK-SEC-DAY       PIC X(08) VALUE SPACE.
       77 WS-DECK-SEC-THRESHOLD PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DECK-SEC-LINES     PIC 9(03) COMP-5 VALUE ZERO.

      *** REYDB_SURVEIL's week, off the step's PARM - blank judges
      *** the seven days that ended yesterday, stepped back from
      *** tonight with the business calendar's month-length
      *** arithmetic.
       01 WS-DECK-WEEK.
          02 WS-DECK-WEEK-YEAR  PIC 9(04).
          02 WS-DECK-WEEK-MONTH PIC 9(02).
          02 WS-DECK-WEEK-DAY   PIC 9(02).
       01 WS-DECK-WEEK-N REDEFINES WS-DECK-WEEK PIC 9(08).

       77 WS-DECK-WEEK-IDX   PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-DECK-MONTH-LEN  PIC 9(02) VALUE ZERO.
       77 WS-DECK-LEAP-TERM  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-DECK-LEAP-QUOT  PIC 9(09) COMP-5 VALUE ZERO.

      *** Arguments handed to the dispatched programs - the shapes
      *** each one has always taken.
       77 WS-DECK-DATABASE-NAME PIC X(64) VALUE SPACE.
       77 WS-DECK-RECORD-COUNT  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-DECK-ERROR-COUNT   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-DECK-PURGE-COUNT   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-DECK-FILE-COUNT    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-DECK-LINE-COUNT    PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-DECK-CUTOFF        PIC X(08) VALUE SPACE.
       77 WS-DECK-SORT-DIR      PIC X(01) VALUE 'A'.
       77 WS-DECK-SORT-OFFSET   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DECK-STEP-RESULT PIC 9(18) VALUE ZERO.
       77 WS-DECK-ABORTED     PIC X(01) VALUE 'N'.

      *** How the step in hand came out, for the ready signals.
       77 WS-DECK-OUTCOME-STATE PIC X(01) VALUE SPACE.

      *** 'Y' when the state file says the step in hand already
      *** completed on an earlier run of this deck.
       77 WS-DECK-STEP-DONE PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-RUNDECK-STEP-COUNT
                        WS-RUNDECK-RUN-COUNT
                        WS-RUNDECK-SKIP-COUNT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

      *** A fresh run takes back any ready signal an earlier run
      *** gave today - the downstream teams wait for this one.
           ACCEPT WS-DECK-BEGAN FROM TIME.
           MOVE SPACE TO WS-READY-OUTCOMES.

           IF LS-REYDB-RESTART NOT EQUAL 'Y'
              CALL "REYDB_READY_SIGNAL" USING WS-DECK-TODAY
                                              WS-DECK-BEGAN
                                              WS-READY-PHASE-START
                                              WS-DECK-ABORTED
                                              WS-READY-OUTCOMES
                                              WS-READY-COUNT
                  RETURNING WS-REYDB-RESULT-READY
              END-CALL
           END-IF.

           PERFORM UNTIL WS-DECK-EOF EQUAL 'S'
                      OR WS-DECK-ABORTED EQUAL 'Y'

                   CALL "REYDB_TRIGGER_DRAIN"
                       RETURNING WS-REYDB-RESULT-TRIGGER
                   END-CALL

      *** Every consumer whose steps are now done hears so at once,
      *** and one whose step failed or whose deadline went by hears
      *** that instead.
                   CALL "REYDB_READY_SIGNAL" USING WS-DECK-TODAY
                                                   WS-DECK-BEGAN
                                                   WS-READY-PHASE-STEP
                                                   WS-DECK-ABORTED
                                                   WS-READY-OUTCOMES
                                                   WS-READY-COUNT
                       RETURNING WS-REYDB-RESULT-READY
                   END-CALL
               END-READ

           END-PERFORM.
           CLOSE FC-RUNDECK.
           CLOSE FC-RUNSTATE.

      *** The deck is over, cleanly or not - every consumer still
      *** waiting is told it is not ready, and why.
           CALL "REYDB_READY_SIGNAL" USING WS-DECK-TODAY
                                           WS-DECK-BEGAN
                                           WS-READY-PHASE-END
                                           WS-DECK-ABORTED
                                           WS-READY-OUTCOMES
                                           WS-READY-COUNT
               RETURNING WS-REYDB-RESULT-READY
           END-CALL.

           MOVE WS-RUNDECK-RUN-COUNT  TO LS-REYDB-STEPS-RUN.
           MOVE WS-RUNDECK-SKIP-COUNT TO LS-REYDB-STEPS-SKIPPED.


           IF WS-DECK-STEP-DONE EQUAL 'Y'
              ADD 1 TO WS-RUNDECK-SKIP-COUNT
              MOVE 'Y' TO WS-DECK-OUTCOME-STATE
              PERFORM 1100-NOTE-OUTCOME THRU 1100-NOTE-OUTCOME-EXIT
              GO TO 1000-RUN-ONE-STEP-EXIT
           END-IF.

           IF FS-RUNDECK-RUN-DAY EQUAL 'B'
              AND WS-CALENDAR-IS-BUSDAY NOT EQUAL 'Y'
              ADD 1 TO WS-RUNDECK-SKIP-COUNT
              MOVE 'S' TO WS-DECK-OUTCOME-STATE
              PERFORM 1100-NOTE-OUTCOME THRU 1100-NOTE-OUTCOME-EXIT
              GO TO 1000-RUN-ONE-STEP-EXIT
           END-IF.

              MOVE 'N' TO FS-RUNSTATE-COMPLETE
           END-IF.

           MOVE FS-RUNSTATE-COMPLETE TO WS-DECK-OUTCOME-STATE.
           PERFORM 1100-NOTE-OUTCOME THRU 1100-NOTE-OUTCOME-EXIT.

           WRITE FS-RUNSTATE-RECORD

           INVALID KEY *> Rerun of a step that failed before
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The step in hand's outcome onto the table the ready        ***
      *** signals are judged from - with its result when it failed.  ***
      ******************************************************************
       1100-NOTE-OUTCOME.

           IF FS-RUNDECK-STEP EQUAL ZERO
              GO TO 1100-NOTE-OUTCOME-EXIT
           END-IF.

           MOVE WS-DECK-OUTCOME-STATE
             TO WS-READY-OUTCOME-STATE (FS-RUNDECK-STEP).

           IF WS-DECK-OUTCOME-STATE EQUAL 'N'
              MOVE WS-DECK-STEP-RESULT
                TO WS-READY-OUTCOME-RESULT (FS-RUNDECK-STEP)
           ELSE
              MOVE ZERO TO WS-READY-OUTCOME-RESULT (FS-RUNDECK-STEP)
           END-IF.

       1100-NOTE-OUTCOME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Dispatches one step to its program with the argument       ***
      *** shape that program has always taken.                       ***
           MOVE FS-RUNDECK-DATABASE TO WS-DECK-DATABASE-NAME.
           MOVE ZERO TO WS-DECK-RECORD-COUNT
                        WS-DECK-ERROR-COUNT
                        WS-DECK-PURGE-COUNT
                        WS-DECK-FILE-COUNT.

           EVALUATE FS-RUNDECK-PROGRAM

                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** Future-dated changes due today land - a failed change is
      *** on the step's own applied/failed listing, not a reason to
      *** stop the night.
               WHEN "REYDB_FUTURE_APPLY"
                   CALL "REYDB_FUTURE_APPLY" USING
                            WS-DECK-DATABASE-NAME
                            WS-DECK-RECORD-COUNT
                            WS-DECK-ERROR-COUNT
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** The daily aging/SLA report over the work queue - the
      *** queue is estate-wide, so the step's database is not used.
               WHEN "REYDB_WORKQ_REPORT"
                   CALL "REYDB_WORKQ_REPORT" USING
                            WS-DECK-RECORD-COUNT
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** The landing zone taken in - estate-wide like the work
      *** queue, each file's route names its own database. A file
      *** turned away is on the intake register, not a reason to
      *** stop the night.
               WHEN "REYDB_INTAKE"
                   CALL "REYDB_INTAKE" USING
                            WS-DECK-FILE-COUNT
                            WS-DECK-RECORD-COUNT
                            WS-DECK-ERROR-COUNT
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL
                   IF WS-DECK-STEP-RESULT
                      EQUAL WS-REYDB-PARTIAL-CONTENT
                      MOVE WS-REYDB-SUCCESS TO WS-DECK-STEP-RESULT
                   END-IF

      *** The running group totals checked against a full sweep -
      *** PARM 'Y' rebuilds what drifted; each drifted group is on
      *** grptot.rpt.
               WHEN "REYDB_GRPTOT_VERIFY"
                   IF FS-RUNDECK-PARM (1:1) EQUAL 'Y'
                      MOVE 'Y' TO WS-DECK-GRPTOT-REBUILD
                   ELSE
                      MOVE 'N' TO WS-DECK-GRPTOT-REBUILD
                   END-IF
                   CALL "REYDB_GRPTOT_VERIFY" USING
                            WS-DECK-DATABASE-NAME
                            WS-DECK-GRPTOT-REBUILD
                            WS-DECK-ERROR-COUNT
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** The morning's break-glass review - every closed window not
      *** yet signed off, with its actions, onto breakglass.rpt.
      *** Estate-wide, so the step's database is not used.
               WHEN "REYDB_BREAKGLASS_REVIEW"
                   CALL "REYDB_BREAKGLASS_REVIEW" USING
                            WS-DECK-LINE-COUNT
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** A saved query or report definition, named in the PARM's
      *** first sixteen bytes; the step's database, when given,
      *** stands in for the definition's own.
               WHEN "REYDB_QDEF_RUN"
                   MOVE FS-RUNDECK-PARM (1:16) TO WS-QDEF-RUN-NAME
                   CALL "REYDB_QDEF_RUN" USING
                            WS-QDEF-RUN-NAME
                            WS-DECK-DATABASE-NAME
                            WS-DECK-RECORD-COUNT
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** The day's spooled reports published to the intranet -
      *** estate-wide, so the step's database is not used; a dated
      *** PARM republishes an earlier day.
               WHEN "REYDB_PUBLISH_DAY"
                   IF FS-RUNDECK-PARM (1:8) IS NUMERIC
                      MOVE FS-RUNDECK-PARM (1:8) TO WS-DECK-PUBLISH-DATE
                   ELSE
                      MOVE ZERO TO WS-DECK-PUBLISH-DATE
                   END-IF
                   CALL "REYDB_PUBLISH_DAY" USING
                            WS-DECK-PUBLISH-DATE
                            WS-PUBLISH-PAGES
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** Document references checked against the imaging system's
      *** daily inventory extract - estate-wide, so the step's
      *** database is not used; each exception is on docref.rpt.
               WHEN "REYDB_DOCREF_SWEEP"
                   CALL "REYDB_DOCREF_SWEEP" USING
                            WS-DECK-RECORD-COUNT
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** A regulatory filing - PARM names the filing on filing.map
      *** and, after it, a landed REYDB_SELECT result to file from
      *** (blank files the whole database). Rows held out on
      *** filing.exc fail the step: a short filing is not sent
      *** unseen.
               WHEN "REYDB_FILING"
                   MOVE FS-RUNDECK-PARM (1:8)  TO WS-DECK-FILING-ID
                   MOVE FS-RUNDECK-PARM (9:24) TO WS-DECK-FILING-SOURCE
                   CALL "REYDB_FILING" USING
                            WS-DECK-DATABASE-NAME
                            WS-DECK-FILING-ID
                            WS-DECK-FILING-SOURCE
                            WS-DECK-RECORD-COUNT
                            WS-DECK-ERROR-COUNT
                            WS-DECK-XMIT-ID
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** The storage quota usage report - estate-wide, so the
      *** step's database is not used; each database's usage is
      *** recounted from disk on the way.
               WHEN "REYDB_QUOTA_REPORT"
                   CALL "REYDB_QUOTA_REPORT" USING
                            WS-DECK-RECORD-COUNT
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** The day's offsite vault pick list - estate-wide, so the
      *** step's database is not used.
               WHEN "REYDB_VAULT_PICK"
                   CALL "REYDB_VAULT_PICK" USING
                            WS-DECK-RECORD-COUNT
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** The day's security violations by user - estate-wide, so
      *** the step's database is not used. PARM carries an optional
      *** CCYYMMDD day in its first eight bytes and an optional
      *** repeat-offender mark in the four after.
               WHEN "REYDB_SECURITY_REPORT"
                   IF FS-RUNDECK-PARM (1:8) IS NUMERIC
                      MOVE FS-RUNDECK-PARM (1:8) TO WS-DECK-SEC-DAY
                   ELSE
                      MOVE SPACE TO WS-DECK-SEC-DAY
                   END-IF
                   IF FS-RUNDECK-PARM (9:4) IS NUMERIC
                      MOVE FS-RUNDECK-PARM (9:4)
                        TO WS-DECK-SEC-THRESHOLD
                   ELSE
                      MOVE ZERO TO WS-DECK-SEC-THRESHOLD
                   END-IF
                   CALL "REYDB_SECURITY_REPORT" USING
                            WS-DECK-SEC-DAY
                            WS-DECK-SEC-THRESHOLD
                            WS-DECK-SEC-LINES
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

      *** The week's user-behaviour surveillance over the step's
      *** database (reymon.db when blank). PARM carries the week's
      *** first day as CCYYMMDD; blank judges the seven days that
      *** ended yesterday.
               WHEN "REYDB_SURVEIL"
                   IF WS-DECK-DATABASE-NAME EQUAL SPACE
                      MOVE "reymon.db" TO WS-DECK-DATABASE-NAME
                   END-IF
                   IF FS-RUNDECK-PARM (1:8) IS NUMERIC
                      MOVE FS-RUNDECK-PARM (1:8) TO WS-DECK-WEEK-N
                   ELSE
                      MOVE WS-DECK-TODAY TO WS-DECK-WEEK-N
                      PERFORM 2200-STEP-BACK-ONE-DAY
                         THRU 2200-STEP-BACK-ONE-DAY-EXIT
                         VARYING WS-DECK-WEEK-IDX FROM 1 BY 1
                           UNTIL WS-DECK-WEEK-IDX GREATER THAN 7
                   END-IF
                   CALL "REYDB_SURVEIL" USING
                            WS-DECK-DATABASE-NAME
                            WS-DECK-WEEK-N
                            WS-DECK-LINE-COUNT
                       RETURNING WS-DECK-STEP-RESULT
                   END-CALL

               WHEN OTHER
                   MOVE WS-REYDB-VALIDATION-FAIL
                     TO WS-DECK-STEP-RESULT
       2100-BURN-CHECKPOINT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Steps WS-DECK-WEEK back one day - the same month-length    ***
      *** arithmetic the business calendar runs, the other way.      ***
      ******************************************************************
       2200-STEP-BACK-ONE-DAY.

           IF WS-DECK-WEEK-DAY GREATER THAN 1
              SUBTRACT 1 FROM WS-DECK-WEEK-DAY
              GO TO 2200-STEP-BACK-ONE-DAY-EXIT
           END-IF.

           IF WS-DECK-WEEK-MONTH GREATER THAN 1
              SUBTRACT 1 FROM WS-DECK-WEEK-MONTH
           ELSE
              MOVE 12 TO WS-DECK-WEEK-MONTH
              SUBTRACT 1 FROM WS-DECK-WEEK-YEAR
           END-IF.

           EVALUATE WS-DECK-WEEK-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DECK-MONTH-LEN
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DECK-MONTH-LEN
               WHEN OTHER
                   MOVE 28 TO WS-DECK-MONTH-LEN
                   DIVIDE WS-DECK-WEEK-YEAR BY 4
                       GIVING WS-DECK-LEAP-QUOT
                       REMAINDER WS-DECK-LEAP-TERM
                   IF WS-DECK-LEAP-TERM EQUAL ZERO
                      MOVE 29 TO WS-DECK-MONTH-LEN
                      DIVIDE WS-DECK-WEEK-YEAR BY 100
                          GIVING WS-DECK-LEAP-QUOT
                          REMAINDER WS-DECK-LEAP-TERM
                      IF WS-DECK-LEAP-TERM EQUAL ZERO
                         MOVE 28 TO WS-DECK-MONTH-LEN
                         DIVIDE WS-DECK-WEEK-YEAR BY 400
                             GIVING WS-DECK-LEAP-QUOT
                             REMAINDER WS-DECK-LEAP-TERM
                         IF WS-DECK-LEAP-TERM EQUAL ZERO
                            MOVE 29 TO WS-DECK-MONTH-LEN
                         END-IF
                      END-IF
                   END-IF
           END-EVALUATE.

           MOVE WS-DECK-MONTH-LEN TO WS-DECK-WEEK-DAY.

       2200-STEP-BACK-ONE-DAY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-RUNDECK-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RUNSTATE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DECKHIST-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
