      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    surveil.cbl        ***
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
       PROGRAM-ID. REYDB_SURVEIL IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** User-behaviour surveillance over a database's audit trail  ***
      *** for one week (the asked start date and the six days after  ***
      *** it). Who made each change (FS-AUDIT-USER) and when         ***
      *** (FS-AUDIT-TIMESTAMP) are judged four ways:                 ***
      ***   AFTER-HOURS  changes outside business hours or on a      ***
      ***                non-business day, per REYDB_CALENDAR;       ***
      ***   SPIKE        a day's changes past three times the        ***
      ***                user's own daily norm, learnt from the      ***
      ***                trail rows before the week;                 ***
      ***   BULK-REMOVE  a day's REMOVEs by one user past the mark;  ***
      ***   REPEAT-KEY   one user changing the same key over and     ***
      ***                over inside the week.                       ***
      *** Each flagged item lands a warning on the operator alert    ***
      *** file and a row on surveil.rpt - the weekly listing for the ***
      *** security officer.                                          ***
      ***                                                            ***
      *** A change made with nobody signed on is judged under        ***
      *** *NONE* - that is itself worth seeing. A user with no days  ***
      *** before the week has no norm and is never a SPIKE.          ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-audit.cpy".
       COPY "file/control/reydb-surveil.cpy".
       COPY "file/control/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-audit.cpy".
       COPY "file/section/reydb-surveil.cpy".
       COPY "file/section/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-surveil.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-calendar.cpy".

      *** The week being judged, first and last day.
       77 WS-SURV-WEEK-START PIC 9(08) VALUE ZERO.
       77 WS-SURV-WEEK-END   PIC 9(08) VALUE ZERO.
       77 WS-SURV-STEP       PIC 9(02) COMP-5 VALUE ZERO.

      *** The trail row in hand - its day, its time and its user.
       77 WS-SURV-ROW-DATE PIC 9(08) VALUE ZERO.
       77 WS-SURV-ROW-TIME PIC 9(08) VALUE ZERO.
       77 WS-SURV-ROW-USER PIC X(08) VALUE SPACE.

      *** Each user's history before the week - changes, and the
      *** distinct days they fell on - for the daily norm.
       77 WS-SURV-USER-COUNT PIC 9(03) COMP-5 VALUE ZERO.

       01 WS-SURV-USER-TABLE.
          02 WS-SURV-USER-ENTRY OCCURS 100 TIMES.
             03 WS-SURV-USER       PIC X(08).
             03 WS-SURV-PRIOR-N    PIC 9(09) COMP-5.
             03 WS-SURV-PRIOR-DAYS PIC 9(05) COMP-5.
             03 WS-SURV-LAST-DATE  PIC 9(08).

      *** One slot per user and day of the week - changes,
      *** changes outside business hours, and REMOVEs.
       77 WS-SURV-DAY-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 WS-SURV-DAY-TABLE.
          02 WS-SURV-DAY-ENTRY OCCURS 700 TIMES.
             03 WS-SURV-DAY-USER    PIC X(08).
             03 WS-SURV-DAY-DATE    PIC 9(08).
             03 WS-SURV-DAY-N       PIC 9(09) COMP-5.
             03 WS-SURV-DAY-AFTER-N PIC 9(09) COMP-5.
             03 WS-SURV-DAY-REMOVES PIC 9(09) COMP-5.

      *** One slot per user and key changed inside the week.
       77 WS-SURV-KEY-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       01 WS-SURV-KEY-TABLE.
          02 WS-SURV-KEY-ENTRY OCCURS 1000 TIMES.
             03 WS-SURV-KEY-USER PIC X(08).
             03 WS-SURV-KEY      PIC X(18).
             03 WS-SURV-KEY-N    PIC 9(09) COMP-5.

       77 WS-SURV-IDX  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SURV-SLOT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SURV-USER-IDX PIC 9(03) COMP-5 VALUE ZERO.

      *** The user's daily norm and the spike mark it sets.
       77 WS-SURV-NORM PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SURV-MARK PIC 9(11) COMP-5 VALUE ZERO.

      *** The flag being raised, for the report row and the alert.
       77 WS-SURV-FLAG      PIC X(12) VALUE SPACE.
       77 WS-SURV-FLAG-USER PIC X(08) VALUE SPACE.
       77 WS-SURV-FLAG-DATE PIC 9(08) VALUE ZERO.
       77 WS-SURV-FLAG-KEY  PIC X(18) VALUE SPACE.
       77 WS-SURV-FLAG-N    PIC 9(09) VALUE ZERO.
       77 WS-SURV-FLAG-NORM PIC 9(09) VALUE ZERO.

       77 WS-SURV-FLAGGED PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-SURV-EOF     PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** First day of the week to judge, CCYYMMDD.
       77 LS-SURVEIL-WEEK-START PIC 9(08) VALUE ZERO.

       77 LS-SURVEIL-FLAGGED PIC 9(05) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE VALUE 99.
      ******************************************************************

      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-SURVEIL-WEEK-START
                                    LS-SURVEIL-FLAGGED
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-SURVEIL-FLAGGED WS-SURV-FLAGGED.
           MOVE ZERO TO WS-SURV-USER-COUNT WS-SURV-DAY-COUNT
                        WS-SURV-KEY-COUNT.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
           OR LS-SURVEIL-WEEK-START NOT NUMERIC
           OR LS-SURVEIL-WEEK-START EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-SURVEIL-WEEK-START TO WS-SURV-WEEK-START
                                         WS-SURV-WEEK-END.

           PERFORM VARYING WS-SURV-STEP FROM 1 BY 1
                     UNTIL WS-SURV-STEP GREATER THAN 6

               MOVE WS-SURV-WEEK-END TO WS-CALENDAR-ASK-DATE

               CALL "REYDB_CALENDAR_NEXT" USING WS-CALENDAR-ASK-DATE
                                                WS-SURV-WEEK-END
                   RETURNING WS-REYDB-RESULT-CALENDAR
               END-CALL

           END-PERFORM.

           MOVE SPACE TO WS-AUDIT-DATABASE-NAME.
           STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                  ".log"                 DELIMITED BY SIZE
             INTO WS-AUDIT-DATABASE-NAME.

           OPEN OUTPUT FC-SURVEIL-RPT.

           OPEN INPUT FC-AUDIT.

      *** No trail at all - nothing was changed, nothing to flag.
           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-SURVEIL-RPT
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE 'N' TO WS-SURV-EOF.

           PERFORM UNTIL WS-SURV-EOF EQUAL 'S'

               READ FC-AUDIT

               AT END
                   MOVE 'S' TO WS-SURV-EOF

               NOT AT END
                   PERFORM 1000-FOLD-ONE-ROW
                      THRU 1000-FOLD-ONE-ROW-EXIT
               END-READ

           END-PERFORM.

           CLOSE FC-AUDIT.

           PERFORM VARYING WS-SURV-IDX FROM 1 BY 1
                     UNTIL WS-SURV-IDX GREATER THAN WS-SURV-DAY-COUNT

               PERFORM 2000-JUDGE-ONE-DAY
                  THRU 2000-JUDGE-ONE-DAY-EXIT

           END-PERFORM.

           PERFORM VARYING WS-SURV-IDX FROM 1 BY 1
                     UNTIL WS-SURV-IDX GREATER THAN WS-SURV-KEY-COUNT

               PERFORM 2100-JUDGE-ONE-KEY
                  THRU 2100-JUDGE-ONE-KEY-EXIT

           END-PERFORM.

           CLOSE FC-SURVEIL-RPT.

           MOVE WS-SURV-FLAGGED  TO LS-SURVEIL-FLAGGED.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** One trail row - before the week it teaches the user's      ***
      *** norm, inside the week it is tallied against the user's     ***
      *** day and key, after the week it is left alone.              ***
      ******************************************************************
       1000-FOLD-ONE-ROW.

           IF FS-AUDIT-TIMESTAMP (1:8) NOT NUMERIC
              GO TO 1000-FOLD-ONE-ROW-EXIT
           END-IF.

           MOVE FS-AUDIT-TIMESTAMP (1:8) TO WS-SURV-ROW-DATE.

           IF WS-SURV-ROW-DATE GREATER THAN WS-SURV-WEEK-END
              GO TO 1000-FOLD-ONE-ROW-EXIT
           END-IF.

           IF FS-AUDIT-USER EQUAL SPACE
              MOVE "*NONE*"      TO WS-SURV-ROW-USER
           ELSE
              MOVE FS-AUDIT-USER TO WS-SURV-ROW-USER
           END-IF.

           PERFORM 1100-FIND-USER THRU 1100-FIND-USER-EXIT.

           IF WS-SURV-ROW-DATE LESS THAN WS-SURV-WEEK-START
              IF WS-SURV-USER-IDX NOT EQUAL ZERO
                 ADD 1 TO WS-SURV-PRIOR-N (WS-SURV-USER-IDX)
                 IF WS-SURV-LAST-DATE (WS-SURV-USER-IDX)
                    NOT EQUAL WS-SURV-ROW-DATE
                    ADD 1 TO WS-SURV-PRIOR-DAYS (WS-SURV-USER-IDX)
                    MOVE WS-SURV-ROW-DATE
                      TO WS-SURV-LAST-DATE (WS-SURV-USER-IDX)
                 END-IF
              END-IF
              GO TO 1000-FOLD-ONE-ROW-EXIT
           END-IF.

           PERFORM 1200-TALLY-DAY THRU 1200-TALLY-DAY-EXIT.

           PERFORM 1300-TALLY-KEY THRU 1300-TALLY-KEY-EXIT.

       1000-FOLD-ONE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The row's user's slot, opened on first sight. A full       ***
      *** table leaves WS-SURV-USER-IDX at zero - that user still    ***
      *** has the week judged, only without a norm.                  ***
      ******************************************************************
       1100-FIND-USER.

           MOVE ZERO TO WS-SURV-USER-IDX.

           PERFORM VARYING WS-SURV-SLOT FROM 1 BY 1
                     UNTIL WS-SURV-SLOT GREATER THAN WS-SURV-USER-COUNT

               IF WS-SURV-USER (WS-SURV-SLOT) EQUAL WS-SURV-ROW-USER
                  MOVE WS-SURV-SLOT       TO WS-SURV-USER-IDX
                  MOVE WS-SURV-USER-COUNT TO WS-SURV-SLOT
               END-IF

           END-PERFORM.

           IF WS-SURV-USER-IDX NOT EQUAL ZERO
              GO TO 1100-FIND-USER-EXIT
           END-IF.

           IF WS-SURV-USER-COUNT NOT LESS THAN 100
              GO TO 1100-FIND-USER-EXIT
           END-IF.

           ADD 1 TO WS-SURV-USER-COUNT.
           MOVE WS-SURV-USER-COUNT TO WS-SURV-USER-IDX.
           MOVE WS-SURV-ROW-USER   TO WS-SURV-USER (WS-SURV-USER-IDX).
           MOVE ZERO TO WS-SURV-PRIOR-N    (WS-SURV-USER-IDX)
                        WS-SURV-PRIOR-DAYS (WS-SURV-USER-IDX)
                        WS-SURV-LAST-DATE  (WS-SURV-USER-IDX).

       1100-FIND-USER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The row into its user-and-day slot - counted, judged       ***
      *** against business hours, and counted again if a REMOVE.     ***
      ******************************************************************
       1200-TALLY-DAY.

           MOVE ZERO TO WS-SURV-IDX.

           PERFORM VARYING WS-SURV-SLOT FROM 1 BY 1
                     UNTIL WS-SURV-SLOT GREATER THAN WS-SURV-DAY-COUNT

               IF WS-SURV-DAY-USER (WS-SURV-SLOT) EQUAL WS-SURV-ROW-USER
              AND WS-SURV-DAY-DATE (WS-SURV-SLOT) EQUAL WS-SURV-ROW-DATE
                  MOVE WS-SURV-SLOT      TO WS-SURV-IDX
                  MOVE WS-SURV-DAY-COUNT TO WS-SURV-SLOT
               END-IF

           END-PERFORM.

           IF WS-SURV-IDX EQUAL ZERO
              IF WS-SURV-DAY-COUNT NOT LESS THAN 700
                 GO TO 1200-TALLY-DAY-EXIT
              END-IF
              ADD 1 TO WS-SURV-DAY-COUNT
              MOVE WS-SURV-DAY-COUNT TO WS-SURV-IDX
              MOVE WS-SURV-ROW-USER  TO WS-SURV-DAY-USER (WS-SURV-IDX)
              MOVE WS-SURV-ROW-DATE  TO WS-SURV-DAY-DATE (WS-SURV-IDX)
              MOVE ZERO TO WS-SURV-DAY-N       (WS-SURV-IDX)
                           WS-SURV-DAY-AFTER-N (WS-SURV-IDX)
                           WS-SURV-DAY-REMOVES (WS-SURV-IDX)
           END-IF.

           ADD 1 TO WS-SURV-DAY-N (WS-SURV-IDX).

           IF FS-AUDIT-OPERATION EQUAL "REMOVE"
              ADD 1 TO WS-SURV-DAY-REMOVES (WS-SURV-IDX)
           END-IF.

           IF FS-AUDIT-TIMESTAMP (9:8) NUMERIC
              MOVE FS-AUDIT-TIMESTAMP (9:8) TO WS-SURV-ROW-TIME
           ELSE
              MOVE ZERO TO WS-SURV-ROW-TIME
           END-IF.

           MOVE WS-SURV-ROW-DATE TO WS-CALENDAR-ASK-DATE.
           MOVE WS-SURV-ROW-TIME TO WS-CALENDAR-ASK-TIME.

           CALL "REYDB_CALENDAR_IN_HOURS" USING WS-CALENDAR-ASK-DATE
                                                WS-CALENDAR-ASK-TIME
                                                WS-CALENDAR-IN-HOURS
               RETURNING WS-REYDB-RESULT-CALENDAR
           END-CALL.

           IF WS-CALENDAR-IN-HOURS EQUAL 'N'
              ADD 1 TO WS-SURV-DAY-AFTER-N (WS-SURV-IDX)
           END-IF.

       1200-TALLY-DAY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The row into its user-and-key slot for the week.           ***
      ******************************************************************
       1300-TALLY-KEY.

           MOVE ZERO TO WS-SURV-IDX.

           PERFORM VARYING WS-SURV-SLOT FROM 1 BY 1
                     UNTIL WS-SURV-SLOT GREATER THAN WS-SURV-KEY-COUNT

               IF WS-SURV-KEY-USER (WS-SURV-SLOT) EQUAL WS-SURV-ROW-USER
              AND WS-SURV-KEY (WS-SURV-SLOT) EQUAL FS-AUDIT-KEY
                  MOVE WS-SURV-SLOT      TO WS-SURV-IDX
                  MOVE WS-SURV-KEY-COUNT TO WS-SURV-SLOT
               END-IF

           END-PERFORM.

           IF WS-SURV-IDX EQUAL ZERO
              IF WS-SURV-KEY-COUNT NOT LESS THAN 1000
                 GO TO 1300-TALLY-KEY-EXIT
              END-IF
              ADD 1 TO WS-SURV-KEY-COUNT
              MOVE WS-SURV-KEY-COUNT TO WS-SURV-IDX
              MOVE WS-SURV-ROW-USER  TO WS-SURV-KEY-USER (WS-SURV-IDX)
              MOVE FS-AUDIT-KEY      TO WS-SURV-KEY (WS-SURV-IDX)
              MOVE ZERO              TO WS-SURV-KEY-N (WS-SURV-IDX)
           END-IF.

           ADD 1 TO WS-SURV-KEY-N (WS-SURV-IDX).

       1300-TALLY-KEY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One user's day against the hours, the user's own norm and  ***
      *** the bulk REMOVE mark - each breach its own flag.           ***
      ******************************************************************
       2000-JUDGE-ONE-DAY.

           MOVE WS-SURV-DAY-USER (WS-SURV-IDX) TO WS-SURV-FLAG-USER
                                                  WS-SURV-ROW-USER.
           MOVE WS-SURV-DAY-DATE (WS-SURV-IDX) TO WS-SURV-FLAG-DATE.
           MOVE SPACE TO WS-SURV-FLAG-KEY.
           MOVE ZERO  TO WS-SURV-FLAG-NORM.

           IF WS-SURV-DAY-AFTER-N (WS-SURV-IDX) GREATER THAN ZERO
              MOVE "AFTER-HOURS" TO WS-SURV-FLAG
              MOVE WS-SURV-DAY-AFTER-N (WS-SURV-IDX) TO WS-SURV-FLAG-N
              PERFORM 3000-RAISE-FLAG THRU 3000-RAISE-FLAG-EXIT
           END-IF.

           IF WS-SURV-DAY-REMOVES (WS-SURV-IDX)
              NOT LESS THAN WS-SURVEIL-BULK-REMOVE
              MOVE "BULK-REMOVE" TO WS-SURV-FLAG
              MOVE WS-SURV-DAY-REMOVES (WS-SURV-IDX) TO WS-SURV-FLAG-N
              PERFORM 3000-RAISE-FLAG THRU 3000-RAISE-FLAG-EXIT
           END-IF.

      *** The spike is judged against the user's own norm - no days
      *** before the week is no norm, and a quiet day is never one.
           IF WS-SURV-DAY-N (WS-SURV-IDX) LESS THAN
              WS-SURVEIL-SPIKE-FLOOR
              GO TO 2000-JUDGE-ONE-DAY-EXIT
           END-IF.

           PERFORM 1100-FIND-USER THRU 1100-FIND-USER-EXIT.

           IF WS-SURV-USER-IDX EQUAL ZERO
              GO TO 2000-JUDGE-ONE-DAY-EXIT
           END-IF.

           IF WS-SURV-PRIOR-DAYS (WS-SURV-USER-IDX) EQUAL ZERO
              GO TO 2000-JUDGE-ONE-DAY-EXIT
           END-IF.

           DIVIDE WS-SURV-PRIOR-N (WS-SURV-USER-IDX)
               BY WS-SURV-PRIOR-DAYS (WS-SURV-USER-IDX)
               GIVING WS-SURV-NORM.

           MULTIPLY WS-SURV-NORM BY WS-SURVEIL-SPIKE-FACTOR
               GIVING WS-SURV-MARK.

           IF WS-SURV-DAY-N (WS-SURV-IDX) GREATER THAN WS-SURV-MARK
              MOVE "SPIKE"       TO WS-SURV-FLAG
              MOVE WS-SURV-DAY-N (WS-SURV-IDX) TO WS-SURV-FLAG-N
              MOVE WS-SURV-NORM  TO WS-SURV-FLAG-NORM
              PERFORM 3000-RAISE-FLAG THRU 3000-RAISE-FLAG-EXIT
           END-IF.

       2000-JUDGE-ONE-DAY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One user's key against the repeat mark for the week.       ***
      ******************************************************************
       2100-JUDGE-ONE-KEY.

           IF WS-SURV-KEY-N (WS-SURV-IDX) LESS THAN
              WS-SURVEIL-REPEAT-KEY
              GO TO 2100-JUDGE-ONE-KEY-EXIT
           END-IF.

           MOVE "REPEAT-KEY"                   TO WS-SURV-FLAG.
           MOVE WS-SURV-KEY-USER (WS-SURV-IDX) TO WS-SURV-FLAG-USER.
           MOVE WS-SURV-KEY (WS-SURV-IDX)      TO WS-SURV-FLAG-KEY.
           MOVE WS-SURV-KEY-N (WS-SURV-IDX)    TO WS-SURV-FLAG-N.
           MOVE WS-SURV-WEEK-START             TO WS-SURV-FLAG-DATE.
           MOVE ZERO                           TO WS-SURV-FLAG-NORM.

           PERFORM 3000-RAISE-FLAG THRU 3000-RAISE-FLAG-EXIT.

       2100-JUDGE-ONE-KEY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One flagged item - a row on the weekly listing and a       ***
      *** warning on the operator alert file.                        ***
      ******************************************************************
       3000-RAISE-FLAG.

           MOVE SPACE              TO FS-SURVEIL-RPT-RECORD.
           MOVE WS-SURV-WEEK-START TO FS-SURVEIL-RPT-WEEK.
           MOVE WS-SURV-FLAG       TO FS-SURVEIL-RPT-FLAG.
           MOVE WS-SURV-FLAG-USER  TO FS-SURVEIL-RPT-USER.
           MOVE WS-SURV-FLAG-DATE  TO FS-SURVEIL-RPT-DATE.
           MOVE WS-SURV-FLAG-KEY   TO FS-SURVEIL-RPT-KEY.
           MOVE WS-SURV-FLAG-N     TO FS-SURVEIL-RPT-COUNT.
           MOVE WS-SURV-FLAG-NORM  TO FS-SURVEIL-RPT-NORM.

           WRITE FS-SURVEIL-RPT-RECORD.

           OPEN EXTEND FC-ALERT.

           IF WS-ALERT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-ALERT
           END-IF.

           MOVE 'W'                    TO FS-ALERT-SEVERITY.
           MOVE "REYDB_SURVEIL"        TO FS-ALERT-PROGRAM.
           MOVE LS-REYDB-DATABASE-NAME TO FS-ALERT-DATABASE.
           MOVE ZERO                   TO FS-ALERT-RESULT.

           MOVE SPACE TO FS-ALERT-TEXT.
           STRING WS-SURV-FLAG      DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  WS-SURV-FLAG-USER DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  WS-SURV-FLAG-DATE DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SURV-FLAG-N    DELIMITED BY SIZE
             INTO FS-ALERT-TEXT.

           MOVE ZERO TO FS-ALERT-RUN-ID FS-ALERT-SNAP-SEQ.

           WRITE FS-ALERT-RECORD.

           CLOSE FC-ALERT.

           ADD 1 TO WS-SURV-FLAGGED.

       3000-RAISE-FLAG-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-SURVEIL-RPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
