      *** Author:  Reymon Dev         ***
      *** File:    calendar.cbl      ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** call REYDB_RUNDECK, REYDB_EXPIRE and REYDB_PURGE consult   ***
      *** so a date landing on a Sunday or a declared holiday moves  ***
      *** to the correct processing date on its own.                 ***
      *** REYDB_CALENDAR_NEXT steps one calendar day, for the loops  ***
      *** that count days across month and year ends.                ***
      *** REYDB_CALENDAR_HOURS declares the business day's opening   ***
      *** and closing time; REYDB_CALENDAR_IN_HOURS answers "was     ***
      *** this moment inside business hours on a business day".      ***
      ***                                                             ***
      *** Day-of-week comes from Zeller's congruence with ordinary   ***
      *** arithmetic, and the day step from a month-length table -   ***
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-calendar.cpy".

      *** The date being judged or stepped, cracked into its parts.
      *** declaring every day of a month closed is a keying error,
      *** not a 31-day freeze.
       77 WS-CAL-ROLL-STEPS PIC 9(02) COMP-5 VALUE ZERO.

      *** Business hours in force (HHMM), the shop's standard day
      *** unless calendar.dat's hours row says otherwise, and the
      *** HHMM of the moment being judged.
       77 WS-CAL-OPEN  PIC 9(04) VALUE 0800.
       77 WS-CAL-CLOSE PIC 9(04) VALUE 1800.
       77 WS-CAL-HHMM  PIC 9(04) VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** The first business day on or after the asked date.
       77 LS-CALENDAR-ROLLED PIC 9(08) VALUE ZERO.

      *** Business hours being declared - opening and closing HHMM.
       77 LS-CALENDAR-OPEN  PIC 9(04) VALUE ZERO.
       77 LS-CALENDAR-CLOSE PIC 9(04) VALUE ZERO.

      *** The HHMMSSff moment judged with the date, and the verdict.
       77 LS-CALENDAR-TIME     PIC 9(08) VALUE ZERO.
       77 LS-CALENDAR-IN-HOURS PIC X(01) VALUE 'Y'.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-CALENDAR-DATE NOT NUMERIC
           OR LS-CALENDAR-DATE EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
      ******************************************************************
       ENTRY "REYDB_CALENDAR_DROP" USING LS-CALENDAR-DATE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-CALENDAR.

           IF WS-CALENDAR-FILE-STATUS EQUAL "35"
       ENTRY "REYDB_CALENDAR_CHECK" USING LS-CALENDAR-DATE
                                          LS-CALENDAR-IS-BUSDAY.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-CALENDAR-DATE NOT NUMERIC
           OR LS-CALENDAR-DATE EQUAL ZERO
              MOVE 'Y' TO LS-CALENDAR-IS-BUSDAY
       ENTRY "REYDB_CALENDAR_ROLL" USING LS-CALENDAR-DATE
                                         LS-CALENDAR-ROLLED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-CALENDAR-DATE NOT NUMERIC
           OR LS-CALENDAR-DATE EQUAL ZERO
              MOVE LS-CALENDAR-DATE TO LS-CALENDAR-ROLLED
           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - the calendar day after the asked date, ***
      *** working or not - the day step a day-count loop walks with. ***
      ******************************************************************
       ENTRY "REYDB_CALENDAR_NEXT" USING LS-CALENDAR-DATE
                                         LS-CALENDAR-ROLLED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-CALENDAR-DATE NOT NUMERIC
           OR LS-CALENDAR-DATE EQUAL ZERO
              MOVE LS-CALENDAR-DATE TO LS-CALENDAR-ROLLED
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-CALENDAR-DATE TO WS-CAL-DATE-N.

           PERFORM 2000-STEP-ONE-DAY THRU 2000-STEP-ONE-DAY-EXIT.

           MOVE WS-CAL-DATE-N    TO LS-CALENDAR-ROLLED.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixth entry point - declares the business day's opening    ***
      *** and closing time, HHMM, opening before closing. Dropping   ***
      *** date zero puts the standard 0800 to 1800 back.             ***
      ******************************************************************
       ENTRY "REYDB_CALENDAR_HOURS" USING LS-CALENDAR-OPEN
                                          LS-CALENDAR-CLOSE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-CALENDAR-OPEN NOT NUMERIC
           OR LS-CALENDAR-CLOSE NOT NUMERIC
           OR LS-CALENDAR-OPEN NOT LESS THAN LS-CALENDAR-CLOSE
           OR LS-CALENDAR-CLOSE GREATER THAN 2400
           OR LS-CALENDAR-OPEN (3:2) GREATER THAN 59
           OR LS-CALENDAR-CLOSE (3:2) GREATER THAN 59
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-CALENDAR.

           IF WS-CALENDAR-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-CALENDAR
              CLOSE FC-CALENDAR
              OPEN I-O FC-CALENDAR
           END-IF.

           MOVE SPACE             TO FS-CALENDAR-HOURS-RECORD.
           MOVE ZERO              TO FS-CALENDAR-HOURS-KEY.
           MOVE LS-CALENDAR-OPEN  TO FS-CALENDAR-OPEN-HHMM.
           MOVE LS-CALENDAR-CLOSE TO FS-CALENDAR-CLOSE-HHMM.

           WRITE FS-CALENDAR-RECORD

           INVALID KEY *> Hours already declared - refresh them

               REWRITE FS-CALENDAR-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-CALENDAR.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Seventh entry point - was the asked moment (CCYYMMDD plus  ***
      *** HHMMSSff) inside business hours on a business day. A       ***
      *** weekend or declared date is outside all day.               ***
      ******************************************************************
       ENTRY "REYDB_CALENDAR_IN_HOURS" USING LS-CALENDAR-DATE
                                             LS-CALENDAR-TIME
                                             LS-CALENDAR-IN-HOURS.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-CALENDAR-DATE NOT NUMERIC
           OR LS-CALENDAR-DATE EQUAL ZERO
           OR LS-CALENDAR-TIME NOT NUMERIC
              MOVE 'Y' TO LS-CALENDAR-IN-HOURS
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-CALENDAR-DATE TO WS-CAL-DATE-N.

           PERFORM 1000-JUDGE-DATE THRU 1000-JUDGE-DATE-EXIT.

           MOVE WS-CALENDAR-IS-BUSDAY TO LS-CALENDAR-IN-HOURS.

           IF WS-CALENDAR-IS-BUSDAY EQUAL 'Y'
              PERFORM 1100-LOAD-HOURS THRU 1100-LOAD-HOURS-EXIT
              MOVE LS-CALENDAR-TIME (1:4) TO WS-CAL-HHMM
              IF WS-CAL-HHMM LESS THAN WS-CAL-OPEN
              OR WS-CAL-HHMM NOT LESS THAN WS-CAL-CLOSE
                 MOVE 'N' TO LS-CALENDAR-IN-HOURS
              END-IF
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Judges the date in WS-CAL-DATE - weekend by Zeller's       ***
      *** congruence, holiday by calendar.dat.                       ***
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Picks up the declared business hours, if any - no row      ***
      *** leaves the standard day in force.                          ***
      ******************************************************************
       1100-LOAD-HOURS.

           OPEN INPUT FC-CALENDAR.

           IF WS-CALENDAR-FILE-STATUS NOT EQUAL "00"
              GO TO 1100-LOAD-HOURS-EXIT
           END-IF.

           MOVE ZERO TO FS-CALENDAR-DATE.

           READ FC-CALENDAR KEY IS FS-CALENDAR-DATE

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               MOVE FS-CALENDAR-OPEN-HHMM  TO WS-CAL-OPEN
               MOVE FS-CALENDAR-CLOSE-HHMM TO WS-CAL-CLOSE

           END-READ.

           CLOSE FC-CALENDAR.

       1100-LOAD-HOURS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Steps WS-CAL-DATE forward one day - month-length table     ***
      *** with the century leap rule spelled out.                    ***
       2000-STEP-ONE-DAY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-CALENDAR-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
