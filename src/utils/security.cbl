      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    security.cbl       ***
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
       PROGRAM-ID. REYDB_SECURITY_NOTE IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** The security journal - every authorization refusal in one  ***
      *** place instead of scattered across passwd.dat lockouts,     ***
      *** result codes handed back to callers, and row-filter        ***
      *** denials nobody saw. REYDB_SECURITY_NOTE appends one        ***
      *** secjrnl.dat row per refusal (user, program, database, key, ***
      *** timestamp, reason); REYDB_SIGNON, the access-list gates,   ***
      *** the row filter on REYDB_READ, the protected-key and        ***
      *** legal-hold refusals and the detokenize gate all call it.   ***
      ***                                                            ***
      *** REYDB_SECURITY_REPORT is the daily violations report - one ***
      *** secviol.rpt line per user for the asked day, refusals      ***
      *** counted by kind; a user at or past the repeat threshold    ***
      *** is flagged REPEAT and raised straight into the alert       ***
      *** register for the security officer to work.                 ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-secjrnl.cpy".
       COPY "file/control/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-secjrnl.cpy".
       COPY "file/section/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".
       COPY "data/working/reydb-runlog.cpy".

      *** Stamp pieces for a journal row.
       77 WS-SEC-DATE PIC 9(08) VALUE ZERO.
       77 WS-SEC-TIME PIC 9(08) VALUE ZERO.

      *** Who the refusal is filed against - the caller's user, or
      *** whoever REYDB_WHOAMI says is signed on.
       77 WS-SEC-USER            PIC X(08) VALUE SPACE.
       77 WS-REYDB-RESULT-WHOAMI PIC 9(18) VALUE ZERO.

      *** The day being reported, CCYYMMDD, and the refusal count
      *** that makes a user a repeat offender.
       77 WS-SEC-DAY       PIC X(08) VALUE SPACE.
       77 WS-SEC-THRESHOLD PIC 9(04) COMP-5 VALUE ZERO.

      *** The roll-up - one slot per user seen on the day.
       77 WS-SEC-COUNT PIC 9(03) COMP-5 VALUE ZERO.

       01 WS-SEC-TABLE.
          02 WS-SEC-ENTRY OCCURS 200 TIMES.
             03 WS-SEC-T-USER    PIC X(08).
             03 WS-SEC-T-TOTAL   PIC 9(05) COMP-5.
             03 WS-SEC-T-SIGNON  PIC 9(05) COMP-5.
             03 WS-SEC-T-ACCESS  PIC 9(05) COMP-5.
             03 WS-SEC-T-ROWFILT PIC 9(05) COMP-5.
             03 WS-SEC-T-KEYS    PIC 9(05) COMP-5.
             03 WS-SEC-T-FIRST   PIC X(16).
             03 WS-SEC-T-LAST    PIC X(16).

       77 WS-SEC-IDX  PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-SEC-SLOT PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-SEC-EOF  PIC X(01) VALUE 'N'.

      *** Repeat offenders raised this run, and the register intake
      *** that takes them in.
       77 WS-SEC-RAISED          PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-SEC-TOTAL-EDIT      PIC ZZZZ9.
       77 WS-SEC-INTAKE-COUNT    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-REYDB-RESULT-ALERTS PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The refusal being filed - SPACE user means "whoever is
      *** signed on", SPACE key that it was not about one row.
       77 LS-SEC-USER    PIC X(08) VALUE SPACE.
       77 LS-SEC-PROGRAM PIC X(18) VALUE SPACE.
       77 LS-SEC-KEY     PIC X(18) VALUE SPACE.
       77 LS-SEC-REASON  PIC X(08) VALUE SPACE.

      *** The day to report, CCYYMMDD - SPACE reports today; and the
      *** repeat threshold - zero takes the default of three.
       77 LS-SEC-DAY       PIC X(08) VALUE SPACE.
       77 LS-SEC-THRESHOLD PIC 9(04) COMP-5 VALUE ZERO.

       77 LS-REYDB-LINE-COUNT PIC 9(03) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE VALUE 99.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - files one refusal.                   ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-SEC-USER
                                    LS-SEC-PROGRAM
                                    LS-REYDB-DATABASE-NAME
                                    LS-SEC-KEY
                                    LS-SEC-REASON
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SEC-TIME FROM TIME.

      *** REYDB_SIGNON always names the user it refused - it is the
      *** one caller that cannot be asked who is signed on.
           MOVE LS-SEC-USER TO WS-SEC-USER.

           IF WS-SEC-USER EQUAL SPACE
              CALL "REYDB_WHOAMI" USING WS-SEC-USER
                  RETURNING WS-REYDB-RESULT-WHOAMI
              END-CALL
           END-IF.

           MOVE WS-SEC-DATE            TO FS-SECJRNL-TIMESTAMP (1:8).
           MOVE WS-SEC-TIME            TO FS-SECJRNL-TIMESTAMP (9:8).
           MOVE WS-SEC-USER            TO FS-SECJRNL-USER.
           MOVE LS-SEC-PROGRAM         TO FS-SECJRNL-PROGRAM.
           MOVE LS-REYDB-DATABASE-NAME TO FS-SECJRNL-DATABASE.
           MOVE LS-SEC-KEY             TO FS-SECJRNL-KEY.
           MOVE LS-SEC-REASON          TO FS-SECJRNL-REASON.

      *** The result code the refused caller was handed back.
           EVALUATE LS-SEC-REASON
               WHEN WS-SECJRNL-EXPIRED
                   MOVE WS-REYDB-PASSWORD-EXPIRED TO FS-SECJRNL-RESULT
               WHEN WS-SECJRNL-PROTECTED
                   MOVE WS-REYDB-PROTECTED-KEY    TO FS-SECJRNL-RESULT
               WHEN WS-SECJRNL-LEGAL-HOLD
                   MOVE WS-REYDB-LEGAL-HOLD       TO FS-SECJRNL-RESULT
               WHEN WS-SECJRNL-ROW-FILTER
                   MOVE WS-REYDB-NOT-FOUND        TO FS-SECJRNL-RESULT
               WHEN WS-SECJRNL-SOD-CONFLICT
                   MOVE WS-REYDB-SOD-CONFLICT     TO FS-SECJRNL-RESULT
               WHEN OTHER
                   MOVE WS-REYDB-NOT-AUTHORIZED   TO FS-SECJRNL-RESULT
           END-EVALUATE.

           OPEN EXTEND FC-SECJRNL.

      *** First refusal ever - secjrnl.dat self-creates.
           IF WS-SECJRNL-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-SECJRNL
           END-IF.

           WRITE FS-SECJRNL-RECORD.

           IF WS-SECJRNL-FILE-STATUS EQUAL "00"
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
           END-IF.

           CLOSE FC-SECJRNL.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - the daily violations report, grouped  ***
      *** by user, with repeat offenders raised into the alert       ***
      *** register.                                                  ***
      ******************************************************************
       ENTRY "REYDB_SECURITY_REPORT" USING LS-SEC-DAY
                                           LS-SEC-THRESHOLD
                                           LS-REYDB-LINE-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-SEC-COUNT WS-SEC-RAISED LS-REYDB-LINE-COUNT.
           MOVE 'N'  TO WS-SEC-EOF.

           IF LS-SEC-DAY EQUAL SPACE
              ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD
              MOVE WS-SEC-DATE TO WS-SEC-DAY
           ELSE
              MOVE LS-SEC-DAY TO WS-SEC-DAY
           END-IF.

           IF LS-SEC-THRESHOLD EQUAL ZERO
              MOVE 3 TO WS-SEC-THRESHOLD
           ELSE
              MOVE LS-SEC-THRESHOLD TO WS-SEC-THRESHOLD
           END-IF.

           OPEN INPUT FC-SECJRNL.

      *** No journal yet - nobody has been refused anything, and the
      *** report goes out empty rather than not at all.
           IF WS-SECJRNL-FILE-STATUS EQUAL "00"

              PERFORM UNTIL WS-SEC-EOF EQUAL 'S'

                  READ FC-SECJRNL

                  AT END
                      MOVE 'S' TO WS-SEC-EOF

                  NOT AT END
                      IF FS-SECJRNL-TIMESTAMP (1:8) EQUAL WS-SEC-DAY
                         PERFORM 1000-FOLD-ONE-REFUSAL
                            THRU 1000-FOLD-ONE-REFUSAL-EXIT
                      END-IF
                  END-READ

              END-PERFORM

              CLOSE FC-SECJRNL

           END-IF.

           OPEN OUTPUT FC-SECRPT.

           IF WS-SECRPT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 2000-WRITE-ONE-USER THRU 2000-WRITE-ONE-USER-EXIT
               VARYING WS-SEC-IDX FROM 1 BY 1
                 UNTIL WS-SEC-IDX GREATER THAN WS-SEC-COUNT.

           CLOSE FC-SECRPT.

      *** Straight into the numbered register - a repeat offender
      *** waits on an acknowledgement, not on somebody reading the
      *** flat alert file.
           IF WS-SEC-RAISED GREATER THAN ZERO
              CALL "REYDB_ALERTS" USING WS-SEC-INTAKE-COUNT
                  RETURNING WS-REYDB-RESULT-ALERTS
              END-CALL
           END-IF.

           MOVE WS-SEC-COUNT     TO LS-REYDB-LINE-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** One journal row into its user's slot - found, or opened    ***
      *** fresh while the table has room - counted by kind.          ***
      ******************************************************************
       1000-FOLD-ONE-REFUSAL.

           MOVE ZERO TO WS-SEC-SLOT.

           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                     UNTIL WS-SEC-IDX GREATER THAN WS-SEC-COUNT

               IF WS-SEC-T-USER (WS-SEC-IDX) EQUAL FS-SECJRNL-USER
                  MOVE WS-SEC-IDX   TO WS-SEC-SLOT
                  MOVE WS-SEC-COUNT TO WS-SEC-IDX
               END-IF

           END-PERFORM.

           IF WS-SEC-SLOT EQUAL ZERO

              IF WS-SEC-COUNT NOT LESS THAN 200
                 GO TO 1000-FOLD-ONE-REFUSAL-EXIT
              END-IF

              ADD 1 TO WS-SEC-COUNT
              MOVE WS-SEC-COUNT    TO WS-SEC-SLOT
              MOVE FS-SECJRNL-USER TO WS-SEC-T-USER (WS-SEC-SLOT)
              MOVE ZERO TO WS-SEC-T-TOTAL   (WS-SEC-SLOT)
                           WS-SEC-T-SIGNON  (WS-SEC-SLOT)
                           WS-SEC-T-ACCESS  (WS-SEC-SLOT)
                           WS-SEC-T-ROWFILT (WS-SEC-SLOT)
                           WS-SEC-T-KEYS    (WS-SEC-SLOT)
              MOVE FS-SECJRNL-TIMESTAMP
                TO WS-SEC-T-FIRST (WS-SEC-SLOT)

           END-IF.

           ADD 1 TO WS-SEC-T-TOTAL (WS-SEC-SLOT).
           MOVE FS-SECJRNL-TIMESTAMP TO WS-SEC-T-LAST (WS-SEC-SLOT).

           EVALUATE FS-SECJRNL-REASON
               WHEN WS-SECJRNL-BAD-PASSWORD
               WHEN WS-SECJRNL-LOCKED
               WHEN WS-SECJRNL-EXPIRED
               WHEN WS-SECJRNL-NO-USER
               WHEN WS-SECJRNL-IDENTITY
                   ADD 1 TO WS-SEC-T-SIGNON (WS-SEC-SLOT)
               WHEN WS-SECJRNL-ROW-FILTER
                   ADD 1 TO WS-SEC-T-ROWFILT (WS-SEC-SLOT)
               WHEN WS-SECJRNL-PROTECTED
               WHEN WS-SECJRNL-LEGAL-HOLD
                   ADD 1 TO WS-SEC-T-KEYS (WS-SEC-SLOT)
               WHEN OTHER
                   ADD 1 TO WS-SEC-T-ACCESS (WS-SEC-SLOT)
           END-EVALUATE.

       1000-FOLD-ONE-REFUSAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One user's report line - and, at the threshold, one alert  ***
      *** line onto the flat alert file for the register intake.     ***
      ******************************************************************
       2000-WRITE-ONE-USER.

           MOVE SPACE TO FS-SECRPT-RECORD.

           MOVE WS-SEC-T-USER    (WS-SEC-IDX) TO FS-SECRPT-USER.
           MOVE WS-SEC-T-TOTAL   (WS-SEC-IDX) TO FS-SECRPT-TOTAL.
           MOVE WS-SEC-T-SIGNON  (WS-SEC-IDX) TO FS-SECRPT-SIGNON.
           MOVE WS-SEC-T-ACCESS  (WS-SEC-IDX) TO FS-SECRPT-ACCESS.
           MOVE WS-SEC-T-ROWFILT (WS-SEC-IDX) TO FS-SECRPT-ROWFILT.
           MOVE WS-SEC-T-KEYS    (WS-SEC-IDX) TO FS-SECRPT-KEYS.
           MOVE WS-SEC-T-FIRST   (WS-SEC-IDX) TO FS-SECRPT-FIRST.
           MOVE WS-SEC-T-LAST    (WS-SEC-IDX) TO FS-SECRPT-LAST.

           IF WS-SEC-T-TOTAL (WS-SEC-IDX) NOT LESS THAN
              WS-SEC-THRESHOLD
              MOVE "REPEAT" TO FS-SECRPT-FLAG
           END-IF.

           WRITE FS-SECRPT-RECORD.

           IF WS-SEC-T-TOTAL (WS-SEC-IDX) LESS THAN WS-SEC-THRESHOLD
              GO TO 2000-WRITE-ONE-USER-EXIT
           END-IF.

      *** The identity column carries the offending user, the same
      *** way REYDB_SIGNON's own failure alerts do.
           MOVE WS-SEC-T-TOTAL (WS-SEC-IDX) TO WS-SEC-TOTAL-EDIT.

           OPEN EXTEND FC-ALERT.

           IF WS-ALERT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-ALERT
           END-IF.

           MOVE SPACE                   TO FS-ALERT-RECORD.
           MOVE 'E'                     TO FS-ALERT-SEVERITY.
           MOVE "REYDB_SECURITY"        TO FS-ALERT-PROGRAM.
           MOVE WS-SEC-T-USER (WS-SEC-IDX) TO FS-ALERT-DATABASE.
           MOVE WS-REYDB-NOT-AUTHORIZED TO FS-ALERT-RESULT.

           STRING "REPEAT SECURITY VIOLATIONS: "
                                        DELIMITED BY SIZE
                  WS-SEC-TOTAL-EDIT     DELIMITED BY SIZE
             INTO FS-ALERT-TEXT.

           MOVE ZERO TO FS-ALERT-RUN-ID FS-ALERT-SNAP-SEQ.

           WRITE FS-ALERT-RECORD.

           CLOSE FC-ALERT.

           ADD 1 TO WS-SEC-RAISED.

       2000-WRITE-ONE-USER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-SECJRNL-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-SECRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
