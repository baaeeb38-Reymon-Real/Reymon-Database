      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    future.cbl         ***
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
       PROGRAM-ID. REYDB_FUTURE IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Future-dated changes - the price change that takes effect ***
      *** on the 1st is filed the week before instead of keyed by   ***
      *** whoever remembers that morning. REYDB_FUTURE files one     ***
      *** ADD, REWRITE or REMOVE against a key with its effective    ***
      *** date into futurechg.dat, rolled onto the first business    ***
      *** day on or after it (REYDB_CALENDAR_ROLL).                  ***
      *** REYDB_FUTURE_APPLY is the run-deck step: on a business day ***
      *** it lands every pending change whose effective date has     ***
      *** come, through the normal REYDB_ADD / REYDB_REWRITE /       ***
      *** REYDB_REMOVE front door, and lists each one applied or     ***
      *** failed onto futureapl.rpt. REYDB_FUTURE_INQUIRE lists      ***
      *** what is queued for one key onto futureinq.rpt before it    ***
      *** lands.                                                     ***
      ***                                                            ***
      *** A change for a day the step was not run on still lands -   ***
      *** the next business-day run takes everything due up to and  ***
      *** including today, oldest effective date first per key.      ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-future.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-future.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_FUTURE".
       COPY "data/working/reydb-future.cpy".
       COPY "data/working/reydb-calendar.cpy".
       COPY "data/working/reydb-runlog.cpy".

      *** This program's name as the run-log carries it.
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_FUTURE_APPLY".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-FUT-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Who is filing, and the stamp pieces.
       77 WS-FUT-USER PIC X(08) VALUE SPACE.
       77 WS-FUT-DATE PIC 9(08) VALUE ZERO.
       77 WS-FUT-TIME PIC 9(08) VALUE ZERO.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** Access level REYDB_AUTHCHECK demands before a change may be
      *** filed - the same the change itself will need to land.
       77 WS-AUTH-LEVEL-UPDATE PIC X(01) VALUE 'U'.
       77 WS-REYDB-RESULT-AUTH PIC 9(18) VALUE ZERO.

      *** Filing retries on a sequence collision - two changes for
      *** the same key and date filed inside one clock tick.
       77 WS-FUT-TRIES PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-FUT-FILED PIC X(01) VALUE 'N'.

      *** The change on its way through the front door.
       01 WS-FUT-RECORD.
          02 WS-FUT-REC-KEY    PIC X(18)  VALUE SPACE.
          02 WS-FUT-REC-BUFFER PIC X(512) VALUE SPACE.

       01 WS-FUT-RECORD-VIEW REDEFINES WS-FUT-RECORD.
          02 FILLER             PIC X(59).
          02 WS-FUT-REC-CONTENT PIC X(471).

      *** Results of the front-door calls, and their words.
       77 WS-REYDB-RESULT-ACTION PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-XLATE  PIC 9(18) VALUE ZERO.
       77 WS-FUT-TEXT            PIC X(40) VALUE SPACE.

       77 WS-FUT-APPLIED PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-FUT-FAILED  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-FUT-COUNT   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-FUT-EOF     PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The change being filed - the full CRUD record shape, the
      *** operation to run and the date it takes effect.
       01 LS-FUTURE-RECORD.
          02 LS-FUTURE-REC-KEY    PIC X(18).
          02 LS-FUTURE-REC-BUFFER PIC X(512).

       77 LS-FUTURE-OPERATION PIC X(08) VALUE SPACE.
       77 LS-FUTURE-EFFECTIVE PIC 9(08) VALUE ZERO.

      *** The key an inquiry asks after.
       77 LS-FUTURE-KEY PIC X(18) VALUE SPACE.

       77 LS-REYDB-APPLIED-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-REYDB-FAILED-COUNT  PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-REYDB-QUEUED-COUNT  PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-DUPLICATE-KEY   VALUE 11.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - files one change against its         ***
      *** effective date.                                            ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-FUTURE-RECORD
                                    LS-FUTURE-OPERATION
                                    LS-FUTURE-EFFECTIVE
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** A change with no key, no known operation or no usable date
      *** could never be applied - refused at filing, not at 6am.
           IF LS-FUTURE-REC-KEY EQUAL SPACE
           OR LS-FUTURE-EFFECTIVE NOT NUMERIC
           OR LS-FUTURE-EFFECTIVE EQUAL ZERO
           OR (LS-FUTURE-OPERATION NOT EQUAL "ADD"
               AND LS-FUTURE-OPERATION NOT EQUAL "REWRITE"
               AND LS-FUTURE-OPERATION NOT EQUAL "REMOVE")
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** Filing a change is writing it, a little early - the filer
      *** has to clear the database's access list the way the
      *** change itself would.
           CALL "REYDB_AUTHCHECK" USING LS-REYDB-DATABASE-NAME
                                        WS-AUTH-LEVEL-UPDATE
               RETURNING WS-REYDB-RESULT-AUTH
           END-CALL.

           IF WS-REYDB-RESULT-AUTH NOT EQUAL WS-REYDB-SUCCESS
              IF WS-REYDB-RESULT-AUTH EQUAL WS-REYDB-NOT-AUTHORIZED
                 CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                                  WS-SECJRNL-PROGRAM
                                                  LS-REYDB-DATABASE-NAME
                                                  LS-FUTURE-REC-KEY
                                                  WS-SECJRNL-ACCESS
                     RETURNING WS-REYDB-RESULT-SECJRNL
                 END-CALL
              END-IF
              MOVE WS-REYDB-RESULT-AUTH TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE SPACE TO WS-FUT-USER.

           CALL "REYDB_WHOAMI" USING WS-FUT-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

      *** The business day the change will actually land on, for
      *** the inquiry - a change effective on a Saturday shows
      *** Monday.
           MOVE LS-FUTURE-EFFECTIVE TO WS-CALENDAR-ASK-DATE.

           CALL "REYDB_CALENDAR_ROLL" USING WS-CALENDAR-ASK-DATE
                                            WS-CALENDAR-ROLLED
               RETURNING WS-REYDB-RESULT-CALENDAR
           END-CALL.

           OPEN I-O FC-FUTURE.

      *** First change ever - futurechg.dat does not exist yet.
           IF WS-FUTURE-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-FUTURE
              CLOSE FC-FUTURE
              OPEN I-O FC-FUTURE
           END-IF.

           ACCEPT WS-FUT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-FUT-TIME FROM TIME.

           MOVE SPACE                TO FS-FUTURE-RECORD.
           MOVE WS-FUT-RESOLVED-NAME TO FS-FUTURE-DATABASE.
           MOVE LS-FUTURE-REC-KEY    TO FS-FUTURE-RECORD-KEY.
           MOVE LS-FUTURE-EFFECTIVE  TO FS-FUTURE-EFFECTIVE.
           MOVE WS-FUT-TIME          TO FS-FUTURE-SEQ.
           MOVE LS-FUTURE-OPERATION  TO FS-FUTURE-OPERATION.
           MOVE WS-CALENDAR-ROLLED   TO FS-FUTURE-DUE-DATE.
           MOVE LS-FUTURE-REC-BUFFER TO FS-FUTURE-BUFFER.
           MOVE WS-FUT-USER          TO FS-FUTURE-FILED-USER.
           MOVE WS-FUT-DATE          TO FS-FUTURE-FILED-TS (1:8).
           MOVE WS-FUT-TIME          TO FS-FUTURE-FILED-TS (9:8).
           MOVE ZERO                 TO FS-FUTURE-RESULT.
           SET FS-FUTURE-IS-PENDING  TO TRUE.

           MOVE ZERO TO WS-FUT-TRIES.
           MOVE 'N'  TO WS-FUT-FILED.

           PERFORM 1000-FILE-CHANGE THRU 1000-FILE-CHANGE-EXIT
               UNTIL WS-FUT-FILED EQUAL 'Y'
                  OR WS-FUT-TRIES NOT LESS THAN 10.

           IF WS-FUT-FILED EQUAL 'Y'
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-DUPLICATE-KEY TO LS-REYDB-RESULT
           END-IF.

           CLOSE FC-FUTURE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - the run-deck step. Lands every        ***
      *** pending change for the database whose effective date has   ***
      *** come, on a business day only, and lists each outcome.      ***
      ******************************************************************
       ENTRY "REYDB_FUTURE_APPLY" USING LS-REYDB-DATABASE-NAME
                                        LS-REYDB-APPLIED-COUNT
                                        LS-REYDB-FAILED-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-FUT-APPLIED WS-FUT-FAILED
                        LS-REYDB-APPLIED-COUNT LS-REYDB-FAILED-COUNT.

           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
                                     LS-REYDB-DATABASE-NAME
                                     WS-RUNLOG-PHASE-START
                                     WS-REYDB-RESULT-RUNLOG
                                     WS-RUNLOG-ZERO
               RETURNING WS-REYDB-RESULT-RUNLOG
           END-CALL.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           ACCEPT WS-FUT-DATE FROM DATE YYYYMMDD.

           MOVE "futureapl.rpt" TO WS-FUTURE-RPT-NAME.
           CALL "REYDB_ENV_NAME" USING WS-FUTURE-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           OPEN OUTPUT FC-FUTURE-RPT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 2000-APPLY-DUE THRU 2000-APPLY-DUE-EXIT.

           CLOSE FC-FUTURE-RPT.

           MOVE WS-FUT-APPLIED TO LS-REYDB-APPLIED-COUNT.
           MOVE WS-FUT-FAILED  TO LS-REYDB-FAILED-COUNT.

           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
                                     LS-REYDB-DATABASE-NAME
                                     WS-RUNLOG-PHASE-END
                                     LS-REYDB-RESULT
                                     WS-FUT-APPLIED
               RETURNING WS-REYDB-RESULT-RUNLOG
           END-CALL.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - what is queued for one key, oldest     ***
      *** effective date first, with what became of each change      ***
      *** already reached.                                           ***
      ******************************************************************
       ENTRY "REYDB_FUTURE_INQUIRE" USING LS-REYDB-DATABASE-NAME
                                          LS-FUTURE-KEY
                                          LS-REYDB-QUEUED-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-FUT-COUNT LS-REYDB-QUEUED-COUNT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN INPUT FC-FUTURE.

           IF WS-FUTURE-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE "futureinq.rpt" TO WS-FUTURE-RPT-NAME.
           CALL "REYDB_ENV_NAME" USING WS-FUTURE-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           OPEN OUTPUT FC-FUTURE-RPT.

           MOVE WS-FUT-RESOLVED-NAME TO FS-FUTURE-DATABASE.
           MOVE LS-FUTURE-KEY        TO FS-FUTURE-RECORD-KEY.
           MOVE ZERO                 TO FS-FUTURE-EFFECTIVE
                                        FS-FUTURE-SEQ.

           MOVE 'N' TO WS-FUT-EOF.

           START FC-FUTURE KEY IS NOT LESS THAN FS-FUTURE-KEY

           INVALID KEY
               MOVE 'S' TO WS-FUT-EOF

           END-START.

           PERFORM UNTIL WS-FUT-EOF EQUAL 'S'

               READ FC-FUTURE NEXT RECORD

               AT END
                   MOVE 'S' TO WS-FUT-EOF

               NOT AT END
                   IF FS-FUTURE-DATABASE NOT EQUAL WS-FUT-RESOLVED-NAME
                   OR FS-FUTURE-RECORD-KEY NOT EQUAL LS-FUTURE-KEY
                      MOVE 'S' TO WS-FUT-EOF
                   ELSE
                      PERFORM 3000-INQUIRY-LINE
                         THRU 3000-INQUIRY-LINE-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-FUTURE.
           CLOSE FC-FUTURE-RPT.

           MOVE WS-FUT-COUNT TO LS-REYDB-QUEUED-COUNT.

           IF WS-FUT-COUNT EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once, so   ***
      *** every entry point files and finds changes under one        ***
      *** spelling.                                                  ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-FUT-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-FUT-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One filing attempt - a sequence already taken moves on to  ***
      *** the next one.                                              ***
      ******************************************************************
       1000-FILE-CHANGE.

           ADD 1 TO WS-FUT-TRIES.

           WRITE FS-FUTURE-RECORD

           INVALID KEY
               ADD 1 TO FS-FUTURE-SEQ

           NOT INVALID KEY
               MOVE 'Y' TO WS-FUT-FILED

           END-WRITE.

       1000-FILE-CHANGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every pending change for the database whose effective     ***
      *** date has come - none at all on a weekend or holiday, when  ***
      *** the listing stays empty and the next business day takes    ***
      *** the lot.                                                   ***
      ******************************************************************
       2000-APPLY-DUE.

           MOVE WS-FUT-DATE TO WS-CALENDAR-ASK-DATE.

           CALL "REYDB_CALENDAR_CHECK" USING WS-CALENDAR-ASK-DATE
                                             WS-CALENDAR-IS-BUSDAY
               RETURNING WS-REYDB-RESULT-CALENDAR
           END-CALL.

           IF WS-CALENDAR-IS-BUSDAY NOT EQUAL 'Y'
              GO TO 2000-APPLY-DUE-EXIT
           END-IF.

           OPEN I-O FC-FUTURE.

      *** Nothing was ever filed - nothing to apply.
           IF WS-FUTURE-FILE-STATUS NOT EQUAL "00"
              GO TO 2000-APPLY-DUE-EXIT
           END-IF.

           MOVE WS-FUT-RESOLVED-NAME TO FS-FUTURE-DATABASE.
           MOVE LOW-VALUES           TO FS-FUTURE-RECORD-KEY.
           MOVE ZERO                 TO FS-FUTURE-EFFECTIVE
                                        FS-FUTURE-SEQ.

           MOVE 'N' TO WS-FUT-EOF.

           START FC-FUTURE KEY IS GREATER THAN FS-FUTURE-KEY

           INVALID KEY
               MOVE 'S' TO WS-FUT-EOF

           END-START.

           PERFORM UNTIL WS-FUT-EOF EQUAL 'S'

               READ FC-FUTURE NEXT RECORD

               AT END
                   MOVE 'S' TO WS-FUT-EOF

               NOT AT END
                   IF FS-FUTURE-DATABASE NOT EQUAL WS-FUT-RESOLVED-NAME
                      MOVE 'S' TO WS-FUT-EOF
                   ELSE
                      IF FS-FUTURE-IS-PENDING
                         AND FS-FUTURE-EFFECTIVE
                             NOT GREATER THAN WS-FUT-DATE
                         PERFORM 2100-APPLY-ONE
                            THRU 2100-APPLY-ONE-EXIT
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-FUTURE.

       2000-APPLY-DUE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One due change through the front door - the normal CRUD    ***
      *** program for its operation, so authorization, validation,   ***
      *** the audit trail and every side rail see it land. The row   ***
      *** keeps its outcome either way; a failed change is not       ***
      *** retried tomorrow behind the operator's back.               ***
      ******************************************************************
       2100-APPLY-ONE.

           MOVE FS-FUTURE-RECORD-KEY TO WS-FUT-REC-KEY.
           MOVE FS-FUTURE-BUFFER     TO WS-FUT-REC-BUFFER.

           EVALUATE FS-FUTURE-OPERATION

               WHEN "ADD"
                   CALL "REYDB_ADD" USING WS-FUT-RECORD
                                          LS-REYDB-DATABASE-NAME
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL

               WHEN "REWRITE"
                   CALL "REYDB_REWRITE" USING WS-FUT-RECORD
                                              LS-REYDB-DATABASE-NAME
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL

               WHEN "REMOVE"
                   CALL "REYDB_REMOVE" USING WS-FUT-RECORD
                                             LS-REYDB-DATABASE-NAME
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL

               WHEN OTHER
                   MOVE WS-REYDB-VALIDATION-FAIL
                     TO WS-REYDB-RESULT-ACTION

           END-EVALUATE.

           ACCEPT WS-FUT-TIME FROM TIME.

           MOVE WS-FUT-DATE TO FS-FUTURE-APPLIED-TS (1:8).
           MOVE WS-FUT-TIME TO FS-FUTURE-APPLIED-TS (9:8).
           MOVE WS-REYDB-RESULT-ACTION TO FS-FUTURE-RESULT.

           MOVE SPACE TO FS-FUTURE-RPT-RECORD.

           IF WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-SUCCESS
           OR WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-TRUNCATED
              SET FS-FUTURE-IS-APPLIED TO TRUE
              MOVE "APPLIED" TO FS-FUTURE-RPT-STATUS
              ADD 1 TO WS-FUT-APPLIED
           ELSE
              SET FS-FUTURE-IS-FAILED TO TRUE
              MOVE "FAILED"  TO FS-FUTURE-RPT-STATUS
              ADD 1 TO WS-FUT-FAILED
           END-IF.

           REWRITE FS-FUTURE-RECORD
           INVALID KEY
               CONTINUE
           END-REWRITE.

           CALL "REYDB_XLATE_RESULT" USING WS-REYDB-RESULT-ACTION
                                           WS-FUT-TEXT
               RETURNING WS-REYDB-RESULT-XLATE
           END-CALL.

           MOVE FS-FUTURE-RECORD-KEY TO FS-FUTURE-RPT-KEY.
           MOVE FS-FUTURE-OPERATION  TO FS-FUTURE-RPT-OPERATION.
           MOVE FS-FUTURE-EFFECTIVE  TO FS-FUTURE-RPT-EFFECTIVE.
           MOVE FS-FUTURE-DUE-DATE   TO FS-FUTURE-RPT-DUE.
           MOVE FS-FUTURE-FILED-USER TO FS-FUTURE-RPT-USER.
           MOVE WS-FUT-TEXT          TO FS-FUTURE-RPT-TEXT.

           WRITE FS-FUTURE-RPT-RECORD.

       2100-APPLY-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One queued change onto the inquiry - the head of what it   ***
      *** will write while it waits, the outcome once it has run.    ***
      ******************************************************************
       3000-INQUIRY-LINE.

           MOVE SPACE TO FS-FUTURE-RPT-RECORD.

           MOVE FS-FUTURE-RECORD-KEY TO FS-FUTURE-RPT-KEY.
           MOVE FS-FUTURE-OPERATION  TO FS-FUTURE-RPT-OPERATION.
           MOVE FS-FUTURE-EFFECTIVE  TO FS-FUTURE-RPT-EFFECTIVE.
           MOVE FS-FUTURE-DUE-DATE   TO FS-FUTURE-RPT-DUE.
           MOVE FS-FUTURE-FILED-USER TO FS-FUTURE-RPT-USER.

           EVALUATE TRUE

               WHEN FS-FUTURE-IS-PENDING
                   MOVE "PENDING" TO FS-FUTURE-RPT-STATUS
                   MOVE FS-FUTURE-BUFFER TO WS-FUT-REC-BUFFER
                   MOVE WS-FUT-REC-CONTENT (1:40)
                     TO FS-FUTURE-RPT-TEXT

               WHEN FS-FUTURE-IS-APPLIED
                   MOVE "APPLIED" TO FS-FUTURE-RPT-STATUS
                   MOVE FS-FUTURE-APPLIED-TS TO FS-FUTURE-RPT-TEXT

               WHEN OTHER
                   MOVE "FAILED" TO FS-FUTURE-RPT-STATUS
                   MOVE FS-FUTURE-RESULT TO WS-REYDB-RESULT-ACTION
                   CALL "REYDB_XLATE_RESULT" USING
                            WS-REYDB-RESULT-ACTION
                            WS-FUT-TEXT
                       RETURNING WS-REYDB-RESULT-XLATE
                   END-CALL
                   MOVE WS-FUT-TEXT TO FS-FUTURE-RPT-TEXT

           END-EVALUATE.

           WRITE FS-FUTURE-RPT-RECORD.

           ADD 1 TO WS-FUT-COUNT.

       3000-INQUIRY-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-FUTURE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
