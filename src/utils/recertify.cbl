      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    recertify.cbl      ***
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
       PROGRAM-ID. REYDB_RECERTIFY IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** The quarterly access recertification - who can touch what, ***
      *** built from the files instead of by hand. Walks every       ***
      *** cataloged database's access list and prints recert.rpt:    ***
      *** per database, one line per granted user with the level,    ***
      *** how many row-filter predicates narrow it, the password's   ***
      *** age off passwd.dat and the last day the user ran anything  ***
      *** on runlog.dat, then a sign-off line for the owning         ***
      *** manager. Flags:                                            ***
      ***                                                            ***
      ***   IDLE   - no run-log activity in the asked number of days ***
      ***            (never any counts as idle);                     ***
      ***   ORPHAN - a grant to a user the credential store no       ***
      ***            longer carries;                                 ***
      ***   LOCKED - the user's credential is locked out.            ***
      ***                                                            ***
      *** Every grant also lands as an image on recert.cur.          ***
      *** REYDB_RECERT_RECONCILE sets those against recert.dat - the ***
      *** images as they stood at the last signed-off certification  ***
      *** - and lists what was added, removed, or changed level or   ***
      *** filter since. REYDB_RECERT_SIGNOFF makes this run the new  ***
      *** certified baseline, stamped with who signed it.            ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-recert.cpy".
       COPY "file/control/reydb-catalog.cpy".
       COPY "file/control/reydb-signon.cpy".
       COPY "file/control/reydb-rowfilter.cpy".
       COPY "file/control/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-recert.cpy".
       COPY "file/section/reydb-catalog.cpy".
       COPY "file/section/reydb-signon.cpy".
       COPY "file/section/reydb-rowfilter.cpy".
       COPY "file/section/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-recert.cpy".
       COPY "data/working/reydb-catalog.cpy".
       COPY "data/working/reydb-signon.cpy".
       COPY "data/working/reydb-rowfilter.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_RECERTIFY".

      *** Today, and the idle limit in days.
       77 WS-RCT-TODAY     PIC 9(08) VALUE ZERO.
       77 WS-RCT-TODAY-NUM PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RCT-IDLE-DAYS PIC 9(04) COMP-5 VALUE ZERO.

      *** A calendar date turned into a running day number, so two
      *** dates subtract into the days between them.
       01 WS-RCT-CAL.
          02 WS-RCT-CAL-YEAR  PIC 9(04).
          02 WS-RCT-CAL-MONTH PIC 9(02).
          02 WS-RCT-CAL-DAY   PIC 9(02).
       01 WS-RCT-CAL-N REDEFINES WS-RCT-CAL PIC 9(08).

       77 WS-RCT-DAYNUM PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RCT-Y      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RCT-M      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RCT-TERM   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RCT-AGE    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RCT-AGE-ED PIC ZZZZ9.

      *** Last run-log day per user - the newest START or END the
      *** user was signed on for.
       77 WS-RCT-ACT-COUNT PIC 9(03) COMP-5 VALUE ZERO.

       01 WS-RCT-ACT-TABLE.
          02 WS-RCT-ACT-ENTRY OCCURS 500 TIMES.
             03 WS-RCT-ACT-USER PIC X(08).
             03 WS-RCT-ACT-LAST PIC X(08).

       77 WS-RCT-IDX  PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-RCT-SLOT PIC 9(03) COMP-5 VALUE ZERO.

      *** Which side files are on disk at all - no passwd.dat is the
      *** open identity-only shop, where nobody is ever an orphan.
       77 WS-RCT-HAVE-CRED   PIC X(01) VALUE 'N'.
       77 WS-RCT-HAVE-FILTER PIC X(01) VALUE 'N'.

      *** The grant in hand.
       77 WS-RCT-DB-NAME   PIC X(64) VALUE SPACE.
       77 WS-RCT-FILTERS   PIC 9(02) VALUE ZERO.
       77 WS-RCT-LAST      PIC X(08) VALUE SPACE.
       77 WS-RCT-FLAGS     PIC X(20) VALUE SPACE.
       77 WS-RCT-FLAG-PTR  PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-RCT-IS-IDLE   PIC X(01) VALUE 'N'.
       77 WS-RCT-IS-ORPHAN PIC X(01) VALUE 'N'.

       01 WS-RCT-PREDICATES.
          02 WS-RCT-PREDICATE PIC X(43) OCCURS 4 TIMES.

      *** Run totals for the closing line.
       77 WS-RCT-GRANTS     PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-RCT-IDLE-N     PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-RCT-ORPHAN-N   PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-RCT-DATABASE-N PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-RCT-COUNT-ED   PIC ZZZZ9.
       77 WS-RCT-COUNT-ED2  PIC ZZZZ9.
       77 WS-RCT-COUNT-ED3  PIC ZZZZ9.
       77 WS-RCT-COUNT-ED4  PIC ZZZZ9.

       77 WS-RCT-EOF     PIC X(01) VALUE 'N'.
       77 WS-RCT-ACC-EOF PIC X(01) VALUE 'N'.
       77 WS-RCT-RF-EOF  PIC X(01) VALUE 'N'.

      *** The two sides of the changes-since match, HIGH-VALUES once
      *** a side runs out.
       77 WS-RCT-CUR-KEY PIC X(72) VALUE SPACE.
       77 WS-RCT-PRV-KEY PIC X(72) VALUE SPACE.
       77 WS-RCT-CHANGES PIC 9(05) COMP-5 VALUE ZERO.

      *** Who signs the run off, and when.
       77 WS-RCT-USER            PIC X(08) VALUE SPACE.
       77 WS-REYDB-RESULT-WHOAMI PIC 9(18) VALUE ZERO.
       77 WS-RCT-DATE            PIC 9(08) VALUE ZERO.
       77 WS-RCT-TIME            PIC 9(08) VALUE ZERO.
       77 WS-RCT-STAMP           PIC X(16) VALUE SPACE.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

      *** Days without run-log activity that make a grant IDLE -
      *** zero takes the default of ninety.
       77 LS-RECERT-IDLE-DAYS PIC 9(04) COMP-5 VALUE ZERO.

      *** Grants listed, changes found, or images certified.
       77 LS-REYDB-LINE-COUNT PIC 9(05) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS        VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE        VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND      VALUE 10.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED VALUE 18.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - the recertification run itself.     ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-RECERT-IDLE-DAYS
                                    LS-REYDB-LINE-COUNT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-LINE-COUNT WS-RCT-GRANTS
                        WS-RCT-IDLE-N WS-RCT-ORPHAN-N
                        WS-RCT-DATABASE-N.

           IF LS-RECERT-IDLE-DAYS EQUAL ZERO
              MOVE 90 TO WS-RCT-IDLE-DAYS
           ELSE
              MOVE LS-RECERT-IDLE-DAYS TO WS-RCT-IDLE-DAYS
           END-IF.

           ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.

           MOVE WS-RCT-TODAY TO WS-RCT-CAL-N.
           PERFORM 0300-DAY-NUMBER THRU 0300-DAY-NUMBER-EXIT.
           MOVE WS-RCT-DAYNUM TO WS-RCT-TODAY-NUM.

           PERFORM 1000-LOAD-ACTIVITY THRU 1000-LOAD-ACTIVITY-EXIT.

           OPEN OUTPUT FC-RECERT.

           IF WS-RECERT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN OUTPUT FC-RECCUR.

           IF WS-RECCUR-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-RECERT
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN INPUT FC-CRED.

           IF WS-CRED-FILE-STATUS EQUAL "00"
              MOVE 'Y' TO WS-RCT-HAVE-CRED
           ELSE
              MOVE 'N' TO WS-RCT-HAVE-CRED
           END-IF.

           OPEN INPUT FC-ROWFILTER.

           IF WS-ROWFILTER-FILE-STATUS EQUAL "00"
              MOVE 'Y' TO WS-RCT-HAVE-FILTER
           ELSE
              MOVE 'N' TO WS-RCT-HAVE-FILTER
           END-IF.

           MOVE WS-RCT-IDLE-DAYS TO WS-RCT-COUNT-ED.

           MOVE SPACE TO FS-RECERT-RECORD.
           STRING "ACCESS RECERTIFICATION  RUN " DELIMITED BY SIZE
                  WS-RCT-TODAY                  DELIMITED BY SIZE
                  "  IDLE AFTER "               DELIMITED BY SIZE
                  WS-RCT-COUNT-ED               DELIMITED BY SIZE
                  " DAYS"                       DELIMITED BY SIZE
             INTO FS-RECERT-TEXT.
           WRITE FS-RECERT-RECORD.

           OPEN INPUT FC-CATALOG.

      *** No catalog - no databases on record to certify.
           IF WS-CATALOG-FILE-STATUS EQUAL "00"

              MOVE 'N' TO WS-RCT-EOF

              PERFORM UNTIL WS-RCT-EOF EQUAL 'S'

                  READ FC-CATALOG NEXT RECORD

                  AT END
                      MOVE 'S' TO WS-RCT-EOF

                  NOT AT END
                      MOVE FS-CATALOG-KEY TO WS-RCT-DB-NAME
                      PERFORM 2000-CERTIFY-ONE-DATABASE
                         THRU 2000-CERTIFY-ONE-DATABASE-EXIT
                  END-READ

              END-PERFORM

              CLOSE FC-CATALOG

           END-IF.

           MOVE WS-RCT-DATABASE-N TO WS-RCT-COUNT-ED.
           MOVE WS-RCT-GRANTS     TO WS-RCT-COUNT-ED2.
           MOVE WS-RCT-IDLE-N     TO WS-RCT-COUNT-ED3.
           MOVE WS-RCT-ORPHAN-N   TO WS-RCT-COUNT-ED4.

           MOVE SPACE TO FS-RECERT-RECORD.
           WRITE FS-RECERT-RECORD.

           STRING "DATABASES "     DELIMITED BY SIZE
                  WS-RCT-COUNT-ED  DELIMITED BY SIZE
                  "  GRANTS "      DELIMITED BY SIZE
                  WS-RCT-COUNT-ED2 DELIMITED BY SIZE
                  "  IDLE "        DELIMITED BY SIZE
                  WS-RCT-COUNT-ED3 DELIMITED BY SIZE
                  "  ORPHAN "      DELIMITED BY SIZE
                  WS-RCT-COUNT-ED4 DELIMITED BY SIZE
             INTO FS-RECERT-TEXT.
           WRITE FS-RECERT-RECORD.

           IF WS-RCT-HAVE-CRED EQUAL 'Y'
              CLOSE FC-CRED
           END-IF.

           IF WS-RCT-HAVE-FILTER EQUAL 'Y'
              CLOSE FC-ROWFILTER
           END-IF.

           CLOSE FC-RECCUR.
           CLOSE FC-RECERT.

           MOVE WS-RCT-GRANTS    TO LS-REYDB-LINE-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - what changed since the last signed-   ***
      *** off certification. Both image files run in database-then-  ***
      *** user order, so one matching pass lines them up. With no    ***
      *** certification on file yet every grant reads as ADDED.      ***
      ******************************************************************
       ENTRY "REYDB_RECERT_RECONCILE" USING LS-REYDB-LINE-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-LINE-COUNT WS-RCT-CHANGES.

           OPEN INPUT FC-RECCUR.

           IF WS-RECCUR-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE HIGH-VALUES TO WS-RCT-PRV-KEY.

           OPEN INPUT FC-RECPRV.

           IF WS-RECPRV-FILE-STATUS NOT EQUAL "00"
           AND WS-RECPRV-FILE-STATUS NOT EQUAL "35"
              CLOSE FC-RECCUR
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN OUTPUT FC-RECCHG.

           IF WS-RECCHG-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-RECCUR
              IF WS-RECPRV-FILE-STATUS EQUAL "00"
                 CLOSE FC-RECPRV
              END-IF
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 3100-READ-CURRENT THRU 3100-READ-CURRENT-EXIT.

           IF WS-RECPRV-FILE-STATUS EQUAL "00"
              PERFORM 3200-READ-PREVIOUS THRU 3200-READ-PREVIOUS-EXIT
           END-IF.

           PERFORM 3000-MATCH-ONE-STEP THRU 3000-MATCH-ONE-STEP-EXIT
               UNTIL WS-RCT-CUR-KEY EQUAL HIGH-VALUES
                 AND WS-RCT-PRV-KEY EQUAL HIGH-VALUES.

           CLOSE FC-RECCUR.
           CLOSE FC-RECCHG.

           IF WS-RECPRV-FILE-STATUS NOT EQUAL "35"
              CLOSE FC-RECPRV
           END-IF.

           MOVE WS-RCT-CHANGES   TO LS-REYDB-LINE-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the managers have signed the printed   ***
      *** copy: this run's images become the certified baseline the  ***
      *** next reconcile is measured from. Signing is done by a      ***
      *** named person, so nobody signed on is refused.              ***
      ******************************************************************
       ENTRY "REYDB_RECERT_SIGNOFF" USING LS-REYDB-LINE-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO  TO LS-REYDB-LINE-COUNT WS-RCT-GRANTS.
           MOVE SPACE TO WS-RCT-USER.

           CALL "REYDB_WHOAMI" USING WS-RCT-USER
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

           IF WS-RCT-USER EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           OPEN INPUT FC-RECCUR.

           IF WS-RECCUR-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN OUTPUT FC-RECPRV.

           IF WS-RECPRV-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-RECCUR
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           ACCEPT WS-RCT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RCT-TIME FROM TIME.

           MOVE WS-RCT-DATE TO WS-RCT-STAMP (1:8).
           MOVE WS-RCT-TIME TO WS-RCT-STAMP (9:8).

           MOVE 'N' TO WS-RCT-EOF.

           PERFORM UNTIL WS-RCT-EOF EQUAL 'S'

               READ FC-RECCUR

               AT END
                   MOVE 'S' TO WS-RCT-EOF

               NOT AT END
                   MOVE FS-RECCUR-RECORD TO FS-RECPRV-RECORD
                   MOVE WS-RCT-USER      TO FS-RECPRV-CERT-BY
                   MOVE WS-RCT-STAMP     TO FS-RECPRV-CERT-TS
                   WRITE FS-RECPRV-RECORD
                   ADD 1 TO WS-RCT-GRANTS
               END-READ

           END-PERFORM.

           CLOSE FC-RECCUR.
           CLOSE FC-RECPRV.

           MOVE WS-RCT-GRANTS    TO LS-REYDB-LINE-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** WS-RCT-CAL as a running day number - years counted from a  ***
      *** March start so the leap day falls last, then the month's   ***
      *** days before it and the day itself.                         ***
      ******************************************************************
       0300-DAY-NUMBER.

           MOVE WS-RCT-CAL-YEAR  TO WS-RCT-Y.
           MOVE WS-RCT-CAL-MONTH TO WS-RCT-M.

           IF WS-RCT-M LESS THAN 3
              SUBTRACT 1 FROM WS-RCT-Y
              ADD 12 TO WS-RCT-M
           END-IF.

           MULTIPLY WS-RCT-Y BY 365 GIVING WS-RCT-DAYNUM.

           DIVIDE WS-RCT-Y BY 4 GIVING WS-RCT-TERM.
           ADD WS-RCT-TERM TO WS-RCT-DAYNUM.

           DIVIDE WS-RCT-Y BY 100 GIVING WS-RCT-TERM.
           SUBTRACT WS-RCT-TERM FROM WS-RCT-DAYNUM.

           DIVIDE WS-RCT-Y BY 400 GIVING WS-RCT-TERM.
           ADD WS-RCT-TERM TO WS-RCT-DAYNUM.

           COMPUTE WS-RCT-TERM = (153 * (WS-RCT-M - 3)) + 2.
           DIVIDE WS-RCT-TERM BY 5 GIVING WS-RCT-TERM.
           ADD WS-RCT-TERM TO WS-RCT-DAYNUM.

           ADD WS-RCT-CAL-DAY TO WS-RCT-DAYNUM.

       0300-DAY-NUMBER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The run log folded into each user's newest day - a full    ***
      *** table stops learning new users rather than failing the     ***
      *** run; those read as never active.                           ***
      ******************************************************************
       1000-LOAD-ACTIVITY.

           MOVE ZERO TO WS-RCT-ACT-COUNT.

           OPEN INPUT FC-RUNLOG.

           IF WS-RUNLOG-FILE-STATUS NOT EQUAL "00"
              GO TO 1000-LOAD-ACTIVITY-EXIT
           END-IF.

           MOVE 'N' TO WS-RCT-EOF.

           PERFORM UNTIL WS-RCT-EOF EQUAL 'S'

               READ FC-RUNLOG

               AT END
                   MOVE 'S' TO WS-RCT-EOF

               NOT AT END
                   IF FS-RUNLOG-USER NOT EQUAL SPACE
                      PERFORM 1100-FOLD-ONE-RUN
                         THRU 1100-FOLD-ONE-RUN-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-RUNLOG.

       1000-LOAD-ACTIVITY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One run-log row into its user's slot - the later day wins. ***
      ******************************************************************
       1100-FOLD-ONE-RUN.

           MOVE FS-RUNLOG-USER TO WS-RCT-USER.

           PERFORM 1200-FIND-USER THRU 1200-FIND-USER-EXIT.

           IF WS-RCT-SLOT EQUAL ZERO

              IF WS-RCT-ACT-COUNT NOT LESS THAN 500
                 GO TO 1100-FOLD-ONE-RUN-EXIT
              END-IF

              ADD 1 TO WS-RCT-ACT-COUNT
              MOVE WS-RCT-ACT-COUNT TO WS-RCT-SLOT
              MOVE FS-RUNLOG-USER   TO WS-RCT-ACT-USER (WS-RCT-SLOT)
              MOVE SPACE            TO WS-RCT-ACT-LAST (WS-RCT-SLOT)

           END-IF.

           IF FS-RUNLOG-TIMESTAMP (1:8)
              GREATER THAN WS-RCT-ACT-LAST (WS-RCT-SLOT)
              MOVE FS-RUNLOG-TIMESTAMP (1:8)
                TO WS-RCT-ACT-LAST (WS-RCT-SLOT)
           END-IF.

       1100-FOLD-ONE-RUN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-RCT-USER's slot in the activity table - zero when the   ***
      *** user never ran anything.                                   ***
      ******************************************************************
       1200-FIND-USER.

           MOVE ZERO TO WS-RCT-SLOT.

           PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
                     UNTIL WS-RCT-IDX GREATER THAN WS-RCT-ACT-COUNT

               IF WS-RCT-ACT-USER (WS-RCT-IDX) EQUAL WS-RCT-USER
                  MOVE WS-RCT-IDX       TO WS-RCT-SLOT
                  MOVE WS-RCT-ACT-COUNT TO WS-RCT-IDX
               END-IF

           END-PERFORM.

       1200-FIND-USER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One database's section of the report - its heading, every  ***
      *** grant on its access list, and the manager's sign-off line. ***
      *** A database with no access list is open to everyone, and    ***
      *** the report says so rather than leaving it off.             ***
      ******************************************************************
       2000-CERTIFY-ONE-DATABASE.

           ADD 1 TO WS-RCT-DATABASE-N.

           MOVE SPACE TO FS-RECERT-RECORD.
           WRITE FS-RECERT-RECORD.

           STRING "DATABASE: "   DELIMITED BY SIZE
                  WS-RCT-DB-NAME DELIMITED BY SPACE
             INTO FS-RECERT-TEXT.
           WRITE FS-RECERT-RECORD.

           MOVE SPACE TO WS-ACCESS-DATABASE-NAME.
           STRING WS-RCT-DB-NAME DELIMITED BY SPACE
                  ".acc"         DELIMITED BY SIZE
             INTO WS-ACCESS-DATABASE-NAME.

           OPEN INPUT FC-ACCESS.

           IF WS-ACCESS-FILE-STATUS NOT EQUAL "00"
              MOVE "  NO ACCESS LIST - OPEN TO EVERY USER"
                TO FS-RECERT-TEXT
              WRITE FS-RECERT-RECORD
              GO TO 2000-CERTIFY-ONE-DATABASE-SIGN
           END-IF.

           MOVE "  USER      LVL  FLT PWAGE  LAST ACT  IDLE   FLAGS"
             TO FS-RECERT-TEXT.
           WRITE FS-RECERT-RECORD.

           MOVE 'N' TO WS-RCT-ACC-EOF.

           PERFORM UNTIL WS-RCT-ACC-EOF EQUAL 'S'

               READ FC-ACCESS NEXT RECORD

               AT END
                   MOVE 'S' TO WS-RCT-ACC-EOF

               NOT AT END
                   PERFORM 2100-CERTIFY-ONE-GRANT
                      THRU 2100-CERTIFY-ONE-GRANT-EXIT
               END-READ

           END-PERFORM.

           CLOSE FC-ACCESS.

       2000-CERTIFY-ONE-DATABASE-SIGN.

           MOVE SPACE TO FS-RECERT-RECORD.
           WRITE FS-RECERT-RECORD.

           MOVE "  CERTIFIED BY: ____________________  DATE: __________"
             TO FS-RECERT-TEXT.
           WRITE FS-RECERT-RECORD.

       2000-CERTIFY-ONE-DATABASE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One grant - its filter, credential and activity looked up, ***
      *** flagged, printed, and imaged for the next reconcile.       ***
      ******************************************************************
       2100-CERTIFY-ONE-GRANT.

           ADD 1 TO WS-RCT-GRANTS.

           MOVE SPACE TO FS-RECERT-DETAIL WS-RCT-FLAGS.
           MOVE 1     TO WS-RCT-FLAG-PTR.
           MOVE 'N'   TO WS-RCT-IS-IDLE WS-RCT-IS-ORPHAN.

           MOVE FS-ACCESS-USER  TO FS-RECERT-USER.
           MOVE FS-ACCESS-LEVEL TO FS-RECERT-LEVEL.

           PERFORM 2200-COUNT-FILTERS THRU 2200-COUNT-FILTERS-EXIT.

           MOVE WS-RCT-FILTERS TO FS-RECERT-FILTERS.

      *** Password age - only a credentialed shop has one.
           MOVE "-" TO FS-RECERT-PW-AGE.

           IF WS-RCT-HAVE-CRED EQUAL 'Y'

              MOVE FS-ACCESS-USER TO FS-CRED-USER

              READ FC-CRED KEY IS FS-CRED-USER

              INVALID KEY
                  MOVE 'Y' TO WS-RCT-IS-ORPHAN

              NOT INVALID KEY
                  IF FS-CRED-CHANGED-DATE NOT EQUAL ZERO
                     MOVE FS-CRED-CHANGED-DATE TO WS-RCT-CAL-N
                     PERFORM 0300-DAY-NUMBER
                        THRU 0300-DAY-NUMBER-EXIT
                     COMPUTE WS-RCT-AGE =
                         WS-RCT-TODAY-NUM - WS-RCT-DAYNUM
                     MOVE WS-RCT-AGE    TO WS-RCT-AGE-ED
                     MOVE WS-RCT-AGE-ED TO FS-RECERT-PW-AGE
                  END-IF
                  IF FS-CRED-LOCKED EQUAL 'Y'
                     STRING "LOCKED "   DELIMITED BY SIZE
                       INTO WS-RCT-FLAGS
                       WITH POINTER WS-RCT-FLAG-PTR
                  END-IF

              END-READ

           END-IF.

      *** Last activity - never on the run log counts as idle.
           MOVE FS-ACCESS-USER TO WS-RCT-USER.

           PERFORM 1200-FIND-USER THRU 1200-FIND-USER-EXIT.

           IF WS-RCT-SLOT EQUAL ZERO
              MOVE "NEVER" TO WS-RCT-LAST
              MOVE "-"     TO FS-RECERT-IDLE
              MOVE 'Y'     TO WS-RCT-IS-IDLE
           ELSE
              MOVE WS-RCT-ACT-LAST (WS-RCT-SLOT) TO WS-RCT-LAST
              MOVE WS-RCT-LAST TO WS-RCT-CAL-N
              PERFORM 0300-DAY-NUMBER THRU 0300-DAY-NUMBER-EXIT
              COMPUTE WS-RCT-AGE = WS-RCT-TODAY-NUM - WS-RCT-DAYNUM
              MOVE WS-RCT-AGE    TO WS-RCT-AGE-ED
              MOVE WS-RCT-AGE-ED TO FS-RECERT-IDLE
              IF WS-RCT-AGE GREATER THAN WS-RCT-IDLE-DAYS
                 MOVE 'Y' TO WS-RCT-IS-IDLE
              END-IF
           END-IF.

           MOVE WS-RCT-LAST TO FS-RECERT-LAST.

           IF WS-RCT-IS-IDLE EQUAL 'Y'
              ADD 1 TO WS-RCT-IDLE-N
              STRING "IDLE "    DELIMITED BY SIZE
                INTO WS-RCT-FLAGS
                WITH POINTER WS-RCT-FLAG-PTR
           END-IF.

           IF WS-RCT-IS-ORPHAN EQUAL 'Y'
              ADD 1 TO WS-RCT-ORPHAN-N
              STRING "ORPHAN "  DELIMITED BY SIZE
                INTO WS-RCT-FLAGS
                WITH POINTER WS-RCT-FLAG-PTR
           END-IF.

           MOVE WS-RCT-FLAGS TO FS-RECERT-FLAGS.

           WRITE FS-RECERT-DETAIL.

           MOVE SPACE             TO FS-RECCUR-RECORD.
           MOVE WS-RCT-DB-NAME    TO FS-RECCUR-DATABASE.
           MOVE FS-ACCESS-USER    TO FS-RECCUR-USER.
           MOVE FS-ACCESS-LEVEL   TO FS-RECCUR-LEVEL.
           MOVE WS-RCT-FILTERS    TO FS-RECCUR-FILTERS.
           MOVE WS-RCT-PREDICATES TO FS-RECCUR-PREDICATES.
           MOVE WS-RCT-LAST       TO FS-RECCUR-LAST.

           WRITE FS-RECCUR-RECORD.

       2100-CERTIFY-ONE-GRANT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The user's row-filter predicates on this database - the    ***
      *** same database/user prefix walk REYDB_ROWFILTER_EVAL makes, ***
      *** counting, with the first four kept whole for the image.    ***
      ******************************************************************
       2200-COUNT-FILTERS.

           MOVE ZERO  TO WS-RCT-FILTERS.
           MOVE SPACE TO WS-RCT-PREDICATES.

           IF WS-RCT-HAVE-FILTER NOT EQUAL 'Y'
              GO TO 2200-COUNT-FILTERS-EXIT
           END-IF.

           MOVE WS-RCT-DB-NAME TO FS-ROWFILTER-DATABASE.
           MOVE FS-ACCESS-USER TO FS-ROWFILTER-USER.
           MOVE ZERO           TO FS-ROWFILTER-SEQ.

           START FC-ROWFILTER KEY IS GREATER THAN FS-ROWFILTER-KEY

           INVALID KEY
               GO TO 2200-COUNT-FILTERS-EXIT

           END-START.

           MOVE 'N' TO WS-RCT-RF-EOF.

           PERFORM UNTIL WS-RCT-RF-EOF EQUAL 'S'

               READ FC-ROWFILTER NEXT RECORD

               AT END
                   MOVE 'S' TO WS-RCT-RF-EOF

               NOT AT END
                   IF FS-ROWFILTER-DATABASE NOT EQUAL WS-RCT-DB-NAME
                   OR FS-ROWFILTER-USER NOT EQUAL FS-ACCESS-USER
                      MOVE 'S' TO WS-RCT-RF-EOF
                   ELSE
                      ADD 1 TO WS-RCT-FILTERS
                      IF WS-RCT-FILTERS NOT GREATER THAN 4
                         MOVE FS-ROWFILTER-RECORD (75:43)
                           TO WS-RCT-PREDICATE (WS-RCT-FILTERS)
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

       2200-COUNT-FILTERS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One step of the match - the lower key is the unmatched one ***
      *** (ADDED on the current side, REMOVED on the certified);     ***
      *** equal keys compare level, then the filter.                 ***
      ******************************************************************
       3000-MATCH-ONE-STEP.

           MOVE SPACE TO FS-RECCHG-RECORD.

           IF WS-RCT-CUR-KEY LESS THAN WS-RCT-PRV-KEY
              MOVE "ADDED"            TO FS-RECCHG-CHANGE
              MOVE FS-RECCUR-DATABASE TO FS-RECCHG-DATABASE
              MOVE FS-RECCUR-USER     TO FS-RECCHG-USER
              MOVE FS-RECCUR-LEVEL    TO FS-RECCHG-NOW-LEVEL
              MOVE FS-RECCUR-FILTERS  TO FS-RECCHG-NOW-FILTERS
              MOVE ZERO               TO FS-RECCHG-WAS-FILTERS
              WRITE FS-RECCHG-RECORD
              ADD 1 TO WS-RCT-CHANGES
              PERFORM 3100-READ-CURRENT THRU 3100-READ-CURRENT-EXIT
              GO TO 3000-MATCH-ONE-STEP-EXIT
           END-IF.

           IF WS-RCT-PRV-KEY LESS THAN WS-RCT-CUR-KEY
              MOVE "REMOVED"          TO FS-RECCHG-CHANGE
              MOVE FS-RECPRV-DATABASE TO FS-RECCHG-DATABASE
              MOVE FS-RECPRV-USER     TO FS-RECCHG-USER
              MOVE FS-RECPRV-LEVEL    TO FS-RECCHG-WAS-LEVEL
              MOVE FS-RECPRV-FILTERS  TO FS-RECCHG-WAS-FILTERS
              MOVE ZERO               TO FS-RECCHG-NOW-FILTERS
              WRITE FS-RECCHG-RECORD
              ADD 1 TO WS-RCT-CHANGES
              PERFORM 3200-READ-PREVIOUS THRU 3200-READ-PREVIOUS-EXIT
              GO TO 3000-MATCH-ONE-STEP-EXIT
           END-IF.

           IF FS-RECCUR-LEVEL NOT EQUAL FS-RECPRV-LEVEL
              MOVE "LEVEL"  TO FS-RECCHG-CHANGE
           ELSE
           IF FS-RECCUR-FILTERS NOT EQUAL FS-RECPRV-FILTERS
           OR FS-RECCUR-PREDICATES NOT EQUAL FS-RECPRV-PREDICATES
              MOVE "FILTER" TO FS-RECCHG-CHANGE
           END-IF
           END-IF.

           IF FS-RECCHG-CHANGE NOT EQUAL SPACE
              MOVE FS-RECCUR-DATABASE TO FS-RECCHG-DATABASE
              MOVE FS-RECCUR-USER     TO FS-RECCHG-USER
              MOVE FS-RECPRV-LEVEL    TO FS-RECCHG-WAS-LEVEL
              MOVE FS-RECPRV-FILTERS  TO FS-RECCHG-WAS-FILTERS
              MOVE FS-RECCUR-LEVEL    TO FS-RECCHG-NOW-LEVEL
              MOVE FS-RECCUR-FILTERS  TO FS-RECCHG-NOW-FILTERS
              WRITE FS-RECCHG-RECORD
              ADD 1 TO WS-RCT-CHANGES
           END-IF.

           PERFORM 3100-READ-CURRENT  THRU 3100-READ-CURRENT-EXIT.
           PERFORM 3200-READ-PREVIOUS THRU 3200-READ-PREVIOUS-EXIT.

       3000-MATCH-ONE-STEP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Next image off each side - HIGH-VALUES once it runs out.   ***
      ******************************************************************
       3100-READ-CURRENT.

           READ FC-RECCUR

           AT END
               MOVE HIGH-VALUES TO WS-RCT-CUR-KEY

           NOT AT END
               MOVE FS-RECCUR-KEY TO WS-RCT-CUR-KEY

           END-READ.

       3100-READ-CURRENT-EXIT.
           EXIT.

       3200-READ-PREVIOUS.

           READ FC-RECPRV

           AT END
               MOVE HIGH-VALUES TO WS-RCT-PRV-KEY

           NOT AT END
               MOVE FS-RECPRV-KEY TO WS-RCT-PRV-KEY

           END-READ.

       3200-READ-PREVIOUS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-RECERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RECCUR-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RECPRV-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RECCHG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CATALOG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CRED-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ROWFILTER-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RUNLOG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
