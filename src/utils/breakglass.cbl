      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    breakglass.cbl     ***
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
       PROGRAM-ID. REYDB_BREAKGLASS IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Break-glass access. At 2 a.m. in an incident the on-call   ***
      *** analyst sometimes needs a level on a production database   ***
      *** they are not normally granted - and an access list edited  ***
      *** by hand for it is the grant nobody remembers to take back. ***
      ***                                                            ***
      *** REYDB_BREAKGLASS opens a window instead: the signed-on     ***
      *** user, one database, a level, a fixed number of hours (one  ***
      *** to twenty-four), a mandatory incident reference and a      ***
      *** reason.                                                    ***
      *** Opening one puts a high-severity line on the operator      ***
      *** alert file. Once anybody holds the BRKGLASS role, only its ***
      *** holders may open a window.                                 ***
      ***                                                            ***
      *** REYDB_AUTHCHECK asks REYDB_BREAKGLASS_CHECK before it      ***
      *** refuses anybody, and REYDB_AUDIT stamps every trail row    ***
      *** made while a window is open with its incident reference    ***
      *** through REYDB_BREAKGLASS_TAG - both name the user, since   ***
      *** they are called from inside REYDB_SIGNON's own run and     ***
      *** must not call back into it. The window closes on its own   ***
      *** at its expiry stamp; nothing has to be revoked.            ***
      ***                                                            ***
      *** REYDB_BREAKGLASS_REVIEW is the next-day listing - every    ***
      *** closed window not yet signed off, with every trail row     ***
      *** made under it - and REYDB_BREAKGLASS_SIGNOFF is the        ***
      *** manager's signature on an incident's windows. Nobody signs ***
      *** off their own, and once anybody holds the BGLREVW role     ***
      *** only its holders sign at all.                              ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-brkgls.cpy".
       COPY "file/control/reydb-audit.cpy".
       COPY "file/control/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-brkgls.cpy".
       COPY "file/section/reydb-audit.cpy".
       COPY "file/section/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-brkgls.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-calendar.cpy".
       COPY "data/working/reydb-sod.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_BREAKGLASS".

      *** The longest window one request may open.
       77 WS-BGL-MAX-HOURS PIC 9(02) VALUE 24.

      *** Who is asking, and now.
       77 WS-BGL-ME              PIC X(08) VALUE SPACE.
       77 WS-REYDB-RESULT-WHOAMI PIC 9(18) VALUE ZERO.
       77 WS-BGL-DATE            PIC 9(08) VALUE ZERO.
       77 WS-BGL-TIME            PIC 9(08) VALUE ZERO.
       77 WS-BGL-STAMP           PIC X(16) VALUE SPACE.

      *** The expiry stamp being worked out - now plus the hours,
      *** stepping to tomorrow when the hour runs past midnight.
       01 WS-BGL-EXPIRY.
          02 WS-BGL-EXP-DATE PIC 9(08).
          02 WS-BGL-EXP-HH   PIC 9(02).
          02 WS-BGL-EXP-REST PIC 9(06).
       77 WS-BGL-HOUR PIC 9(03) COMP-5 VALUE ZERO.

      *** The blank-means-"reymon.db" convention, resolved once.
       77 WS-BGL-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** The window 0300-FIND-OPEN looks for - this user on this
      *** database, open right now - and the best one it found.
       77 WS-BGL-USER          PIC X(08) VALUE SPACE.
       77 WS-BGL-FOUND         PIC X(01) VALUE 'N'.
       77 WS-BGL-FOUND-RANK    PIC 9(01) VALUE ZERO.
       77 WS-BGL-FOUND-INCIDENT PIC X(16) VALUE SPACE.

      *** Access-level ranks - R=1, U=2, A=3, anything else zero.
       77 WS-BGL-LEVEL       PIC X(01) VALUE SPACE.
       77 WS-BGL-RANK        PIC 9(01) VALUE ZERO.
       77 WS-BGL-NEEDED-RANK PIC 9(01) VALUE ZERO.

      *** Review and sign-off tallies.
       77 WS-BGL-LINES    PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-BGL-ACTIONS  PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-BGL-SIGNED   PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-BGL-OWN      PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-BGL-EDIT     PIC Z(04)9 VALUE ZERO.

       77 WS-BGL-EOF       PIC X(01) VALUE 'N'.
       77 WS-BGL-AUDIT-EOF PIC X(01) VALUE 'N'.

      *** The journal's key field for a refused sign-off.
       77 WS-BGL-JRNL-KEY PIC X(18) VALUE SPACE.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The window asked for - how long, at what level, under
      *** which incident and why.
       77 LS-BGL-HOURS    PIC 9(02) VALUE ZERO.
       77 LS-BGL-LEVEL    PIC X(01) VALUE SPACE.
       77 LS-BGL-INCIDENT PIC X(16) VALUE SPACE.
       77 LS-BGL-REASON   PIC X(60) VALUE SPACE.

      *** The user the check and the tag are about.
       77 LS-BGL-USER PIC X(08) VALUE SPACE.

       77 LS-REYDB-LINE-COUNT PIC 9(05) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - opens one break-glass window for the ***
      *** signed-on user.                                            ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-BGL-HOURS
                                    LS-BGL-LEVEL
                                    LS-BGL-INCIDENT
                                    LS-BGL-REASON
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** No incident, no reason, no open-ended window.
           IF LS-BGL-INCIDENT EQUAL SPACE
           OR LS-BGL-REASON   EQUAL SPACE
           OR LS-BGL-HOURS    NOT NUMERIC
           OR LS-BGL-HOURS    EQUAL ZERO
           OR LS-BGL-HOURS    GREATER THAN WS-BGL-MAX-HOURS
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-BGL-LEVEL TO WS-BGL-LEVEL.

           PERFORM 0400-RANK-LEVEL THRU 0400-RANK-LEVEL-EXIT.

           IF WS-BGL-RANK EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 0200-WHO-IS-ASKING THRU 0200-WHO-IS-ASKING-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

      *** Once anybody holds the BRKGLASS role, only its holders
      *** break the glass.
           CALL "REYDB_ROLE_CHECK" USING WS-ROLE-BRKGLS
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-BGL-RESOLVED-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-ROLE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

      *** The window closes this many hours from now - past
      *** midnight it closes tomorrow.
           MOVE WS-BGL-STAMP (1:8)  TO WS-BGL-EXP-DATE.
           MOVE WS-BGL-STAMP (9:2)  TO WS-BGL-EXP-HH.
           MOVE WS-BGL-STAMP (11:6) TO WS-BGL-EXP-REST.

           COMPUTE WS-BGL-HOUR = WS-BGL-EXP-HH + LS-BGL-HOURS.

           IF WS-BGL-HOUR GREATER THAN 23
              SUBTRACT 24 FROM WS-BGL-HOUR
              MOVE WS-BGL-EXP-DATE TO WS-CALENDAR-ASK-DATE
              CALL "REYDB_CALENDAR_NEXT" USING WS-CALENDAR-ASK-DATE
                                               WS-BGL-EXP-DATE
                  RETURNING WS-REYDB-RESULT-CALENDAR
              END-CALL
           END-IF.

           MOVE WS-BGL-HOUR TO WS-BGL-EXP-HH.

           OPEN I-O FC-BRKGLS.

      *** First window ever - breakglass.dat self-creates.
           IF WS-BRKGLS-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-BRKGLS
              CLOSE FC-BRKGLS
              OPEN I-O FC-BRKGLS
           END-IF.

           MOVE WS-BGL-ME            TO FS-BRKGLS-USER.
           MOVE WS-BGL-RESOLVED-NAME TO FS-BRKGLS-DATABASE.
           MOVE WS-BGL-STAMP         TO FS-BRKGLS-GRANTED-TS.
           MOVE WS-BGL-EXPIRY        TO FS-BRKGLS-EXPIRES-TS.
           MOVE LS-BGL-HOURS         TO FS-BRKGLS-HOURS.
           MOVE LS-BGL-LEVEL         TO FS-BRKGLS-LEVEL.
           MOVE LS-BGL-INCIDENT      TO FS-BRKGLS-INCIDENT.
           MOVE LS-BGL-REASON        TO FS-BRKGLS-REASON.
           MOVE SPACE                TO FS-BRKGLS-REVIEWED-BY
                                        FS-BRKGLS-REVIEWED-TS.
           MOVE ZERO                 TO FS-BRKGLS-ACTIONS.

           WRITE FS-BRKGLS-RECORD

           INVALID KEY
               MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-BRKGLS.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

      *** Everybody on shift hears about it the moment it happens.
           OPEN EXTEND FC-ALERT.

           IF WS-ALERT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-ALERT
           END-IF.

           MOVE SPACE                TO FS-ALERT-RECORD.
           MOVE 'E'                  TO FS-ALERT-SEVERITY.
           MOVE "REYDB_BREAKGLASS"   TO FS-ALERT-PROGRAM.
           MOVE WS-BGL-RESOLVED-NAME TO FS-ALERT-DATABASE.
           MOVE WS-REYDB-SUCCESS     TO FS-ALERT-RESULT.

           STRING "BREAK-GLASS "  DELIMITED BY SIZE
                  WS-BGL-ME       DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  LS-BGL-INCIDENT DELIMITED BY SPACE
             INTO FS-ALERT-TEXT.

           MOVE ZERO TO FS-ALERT-RUN-ID FS-ALERT-SNAP-SEQ.

           WRITE FS-ALERT-RECORD.

           CLOSE FC-ALERT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - REYDB_AUTHCHECK's last question       ***
      *** before a refusal: does this user hold an open window on    ***
      *** this database at the level asked for.                      ***
      ******************************************************************
       ENTRY "REYDB_BREAKGLASS_CHECK" USING LS-BGL-USER
                                            LS-REYDB-DATABASE-NAME
                                            LS-BGL-LEVEL.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT.

           IF LS-BGL-USER EQUAL SPACE
              GOBACK
           END-IF.

           MOVE LS-BGL-LEVEL TO WS-BGL-LEVEL.

           PERFORM 0400-RANK-LEVEL THRU 0400-RANK-LEVEL-EXIT.

           MOVE WS-BGL-RANK TO WS-BGL-NEEDED-RANK.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE LS-BGL-USER TO WS-BGL-USER.

           PERFORM 0300-FIND-OPEN THRU 0300-FIND-OPEN-EXIT.

           IF WS-BGL-FOUND EQUAL 'Y'
              AND WS-BGL-FOUND-RANK NOT LESS THAN WS-BGL-NEEDED-RANK
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - REYDB_AUDIT's question for every row:  ***
      *** the incident this user's change is made under on this      ***
      *** database, SPACE when no window is open.                    ***
      ******************************************************************
       ENTRY "REYDB_BREAKGLASS_TAG" USING LS-BGL-USER
                                          LS-REYDB-DATABASE-NAME
                                          LS-BGL-INCIDENT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE            TO LS-BGL-INCIDENT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           IF LS-BGL-USER EQUAL SPACE
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE LS-BGL-USER TO WS-BGL-USER.

           PERFORM 0300-FIND-OPEN THRU 0300-FIND-OPEN-EXIT.

           IF WS-BGL-FOUND EQUAL 'Y'
              MOVE WS-BGL-FOUND-INCIDENT TO LS-BGL-INCIDENT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - the next-day review. Every closed     ***
      *** window nobody has signed off yet goes onto breakglass.rpt  ***
      *** with every row its holder put on that database's trail     ***
      *** under its incident, and the count it comes to.             ***
      ******************************************************************
       ENTRY "REYDB_BREAKGLASS_REVIEW" USING LS-REYDB-LINE-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-BGL-LINES LS-REYDB-LINE-COUNT.
           MOVE 'N'  TO WS-BGL-EOF.

           PERFORM 0500-STAMP-NOW THRU 0500-STAMP-NOW-EXIT.

           OPEN OUTPUT FC-BGLRPT.
           OPEN I-O    FC-BRKGLS.

           IF WS-BRKGLS-FILE-STATUS EQUAL "00"

              PERFORM UNTIL WS-BGL-EOF EQUAL 'S'
                  READ FC-BRKGLS NEXT RECORD
                  AT END
                      MOVE 'S' TO WS-BGL-EOF
                  NOT AT END
                      IF FS-BRKGLS-REVIEWED-BY EQUAL SPACE
                         AND FS-BRKGLS-EXPIRES-TS
                             NOT GREATER THAN WS-BGL-STAMP
                         PERFORM 1000-REVIEW-WINDOW
                            THRU 1000-REVIEW-WINDOW-EXIT
                      END-IF
                  END-READ
              END-PERFORM

              CLOSE FC-BRKGLS

           END-IF.

           CLOSE FC-BGLRPT.

           MOVE WS-BGL-LINES     TO LS-REYDB-LINE-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - a manager signs off every closed       ***
      *** window opened under one incident. Their own windows are    ***
      *** left for somebody else to sign.                            ***
      ******************************************************************
       ENTRY "REYDB_BREAKGLASS_SIGNOFF" USING LS-BGL-INCIDENT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-BGL-INCIDENT EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE SPACE TO WS-BGL-RESOLVED-NAME.

           PERFORM 0200-WHO-IS-ASKING THRU 0200-WHO-IS-ASKING-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           MOVE LS-BGL-INCIDENT TO WS-BGL-JRNL-KEY.

      *** Once anybody holds the BGLREVW role, only its holders sign.
           CALL "REYDB_ROLE_CHECK" USING WS-ROLE-BGLREVW
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-BGL-JRNL-KEY
                                               WS-SECJRNL-NO-ROLE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           MOVE ZERO TO WS-BGL-SIGNED WS-BGL-OWN.
           MOVE 'N'  TO WS-BGL-EOF.

           OPEN I-O FC-BRKGLS.

           IF WS-BRKGLS-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM UNTIL WS-BGL-EOF EQUAL 'S'
               READ FC-BRKGLS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-BGL-EOF
               NOT AT END
                   IF FS-BRKGLS-INCIDENT EQUAL LS-BGL-INCIDENT
                      AND FS-BRKGLS-REVIEWED-BY EQUAL SPACE
                      AND FS-BRKGLS-EXPIRES-TS
                          NOT GREATER THAN WS-BGL-STAMP
                      IF FS-BRKGLS-USER EQUAL WS-BGL-ME
                         ADD 1 TO WS-BGL-OWN
                      ELSE
                         MOVE WS-BGL-ME    TO FS-BRKGLS-REVIEWED-BY
                         MOVE WS-BGL-STAMP TO FS-BRKGLS-REVIEWED-TS
                         REWRITE FS-BRKGLS-RECORD
                         INVALID KEY
                             CONTINUE
                         NOT INVALID KEY
                             ADD 1 TO WS-BGL-SIGNED
                         END-REWRITE
                      END-IF
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE FC-BRKGLS.

           EVALUATE TRUE
               WHEN WS-BGL-SIGNED GREATER THAN ZERO
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
               WHEN WS-BGL-OWN GREATER THAN ZERO
                   MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
                   CALL "REYDB_SECURITY_NOTE" USING WS-BGL-ME
                                                  WS-SECJRNL-PROGRAM
                                                  WS-SECJRNL-NO-DATABASE
                                                  WS-BGL-JRNL-KEY
                                                  WS-SECJRNL-MAKER-CHECK
                       RETURNING WS-REYDB-RESULT-SECJRNL
                   END-CALL
               WHEN OTHER
                   MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
           END-EVALUATE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once, so   ***
      *** a window and the checks against it spell the name alike.   ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-BGL-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-BGL-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The signed-on identity and a stamp - a window is opened,   ***
      *** and signed off, by a named person.                         ***
      ******************************************************************
       0200-WHO-IS-ASKING.

           MOVE SPACE TO WS-BGL-ME.

           CALL "REYDB_WHOAMI" USING WS-BGL-ME
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

           IF WS-BGL-ME EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-BGL-RESOLVED-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GO TO 0200-WHO-IS-ASKING-EXIT
           END-IF.

           PERFORM 0500-STAMP-NOW THRU 0500-STAMP-NOW-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0200-WHO-IS-ASKING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The best window WS-BGL-USER holds open right now on        ***
      *** WS-BGL-RESOLVED-NAME - user-and-database-first keys put    ***
      *** them together, a window is open from its grant stamp up to ***
      *** its expiry stamp, and the highest level among them wins.   ***
      ******************************************************************
       0300-FIND-OPEN.

           MOVE 'N'   TO WS-BGL-FOUND.
           MOVE ZERO  TO WS-BGL-FOUND-RANK.
           MOVE SPACE TO WS-BGL-FOUND-INCIDENT.
           MOVE 'N'   TO WS-BGL-EOF.

           PERFORM 0500-STAMP-NOW THRU 0500-STAMP-NOW-EXIT.

           OPEN INPUT FC-BRKGLS.

      *** No window was ever opened anywhere.
           IF WS-BRKGLS-FILE-STATUS NOT EQUAL "00"
              GO TO 0300-FIND-OPEN-EXIT
           END-IF.

           MOVE WS-BGL-USER          TO FS-BRKGLS-USER.
           MOVE WS-BGL-RESOLVED-NAME TO FS-BRKGLS-DATABASE.
           MOVE LOW-VALUES           TO FS-BRKGLS-GRANTED-TS.

           START FC-BRKGLS KEY IS GREATER THAN FS-BRKGLS-KEY
           INVALID KEY
               MOVE 'S' TO WS-BGL-EOF
           END-START.

           PERFORM UNTIL WS-BGL-EOF EQUAL 'S'
               READ FC-BRKGLS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-BGL-EOF
               NOT AT END
                   IF FS-BRKGLS-USER     NOT EQUAL WS-BGL-USER
                   OR FS-BRKGLS-DATABASE NOT EQUAL WS-BGL-RESOLVED-NAME
                      MOVE 'S' TO WS-BGL-EOF
                   ELSE
                      IF FS-BRKGLS-GRANTED-TS NOT GREATER THAN
                         WS-BGL-STAMP
                         AND FS-BRKGLS-EXPIRES-TS GREATER THAN
                             WS-BGL-STAMP
                         MOVE FS-BRKGLS-LEVEL TO WS-BGL-LEVEL
                         PERFORM 0400-RANK-LEVEL
                            THRU 0400-RANK-LEVEL-EXIT
                         IF WS-BGL-RANK GREATER THAN WS-BGL-FOUND-RANK
                            MOVE 'Y'         TO WS-BGL-FOUND
                            MOVE WS-BGL-RANK TO WS-BGL-FOUND-RANK
                            MOVE FS-BRKGLS-INCIDENT
                              TO WS-BGL-FOUND-INCIDENT
                         END-IF
                      END-IF
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE FC-BRKGLS.

       0300-FIND-OPEN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Numeric rank of an access level, the same ladder           ***
      *** REYDB_AUTHCHECK climbs.                                    ***
      ******************************************************************
       0400-RANK-LEVEL.

           EVALUATE WS-BGL-LEVEL
               WHEN 'R'
                   MOVE 1 TO WS-BGL-RANK
               WHEN 'U'
                   MOVE 2 TO WS-BGL-RANK
               WHEN 'A'
                   MOVE 3 TO WS-BGL-RANK
               WHEN OTHER
                   MOVE 0 TO WS-BGL-RANK
           END-EVALUATE.

       0400-RANK-LEVEL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Now, as one comparable stamp.                              ***
      ******************************************************************
       0500-STAMP-NOW.

           ACCEPT WS-BGL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BGL-TIME FROM TIME.

           MOVE WS-BGL-DATE TO WS-BGL-STAMP (1:8).
           MOVE WS-BGL-TIME TO WS-BGL-STAMP (9:8).

       0500-STAMP-NOW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One closed window onto the review - its GRANT line, an     ***
      *** ACTION line per trail row its holder made under its        ***
      *** incident inside it, and the TOTAL the manager signs for.   ***
      *** The count is kept on the window for the sign-off.          ***
      ******************************************************************
       1000-REVIEW-WINDOW.

           MOVE SPACE                TO FS-BGLRPT-RECORD.
           MOVE "GRANT"              TO FS-BGLRPT-KIND.
           MOVE FS-BRKGLS-INCIDENT   TO FS-BGLRPT-INCIDENT.
           MOVE FS-BRKGLS-USER       TO FS-BGLRPT-USER.
           MOVE FS-BRKGLS-DATABASE   TO FS-BGLRPT-SUBJECT.
           MOVE FS-BRKGLS-GRANTED-TS TO FS-BGLRPT-TS.
           MOVE FS-BRKGLS-REASON     TO FS-BGLRPT-DETAIL.
           WRITE FS-BGLRPT-RECORD.
           ADD 1 TO WS-BGL-LINES.

           MOVE SPACE                TO FS-BGLRPT-RECORD.
           MOVE "CLOSED"             TO FS-BGLRPT-KIND.
           MOVE FS-BRKGLS-INCIDENT   TO FS-BGLRPT-INCIDENT.
           MOVE FS-BRKGLS-USER       TO FS-BGLRPT-USER.
           MOVE FS-BRKGLS-DATABASE   TO FS-BGLRPT-SUBJECT.
           MOVE FS-BRKGLS-EXPIRES-TS TO FS-BGLRPT-TS.
           STRING "LEVEL "           DELIMITED BY SIZE
                  FS-BRKGLS-LEVEL    DELIMITED BY SIZE
                  " FOR "            DELIMITED BY SIZE
                  FS-BRKGLS-HOURS    DELIMITED BY SIZE
                  " HOURS"           DELIMITED BY SIZE
             INTO FS-BGLRPT-DETAIL.
           WRITE FS-BGLRPT-RECORD.
           ADD 1 TO WS-BGL-LINES.

           MOVE ZERO TO WS-BGL-ACTIONS.
           MOVE 'N'  TO WS-BGL-AUDIT-EOF.

           MOVE SPACE TO WS-AUDIT-DATABASE-NAME.
           STRING FS-BRKGLS-DATABASE DELIMITED BY SPACE
                  ".log"             DELIMITED BY SIZE
             INTO WS-AUDIT-DATABASE-NAME.

           OPEN INPUT FC-AUDIT.

           IF WS-AUDIT-FILE-STATUS EQUAL "00"

              PERFORM UNTIL WS-BGL-AUDIT-EOF EQUAL 'S'
                  READ FC-AUDIT
                  AT END
                      MOVE 'S' TO WS-BGL-AUDIT-EOF
                  NOT AT END
                      IF FS-AUDIT-INCIDENT EQUAL FS-BRKGLS-INCIDENT
                         AND FS-AUDIT-USER EQUAL FS-BRKGLS-USER
                         AND FS-AUDIT-TIMESTAMP NOT LESS THAN
                             FS-BRKGLS-GRANTED-TS
                         AND FS-AUDIT-TIMESTAMP NOT GREATER THAN
                             FS-BRKGLS-EXPIRES-TS
                         PERFORM 1100-LIST-ACTION
                            THRU 1100-LIST-ACTION-EXIT
                      END-IF
                  END-READ
              END-PERFORM

              CLOSE FC-AUDIT

           END-IF.

           MOVE SPACE              TO FS-BGLRPT-RECORD.
           MOVE "TOTAL"            TO FS-BGLRPT-KIND.
           MOVE FS-BRKGLS-INCIDENT TO FS-BGLRPT-INCIDENT.
           MOVE FS-BRKGLS-USER     TO FS-BGLRPT-USER.
           MOVE WS-BGL-ACTIONS     TO WS-BGL-EDIT.
           STRING WS-BGL-EDIT      DELIMITED BY SIZE
                  " ACTIONS - AWAITING SIGN-OFF"
                                   DELIMITED BY SIZE
             INTO FS-BGLRPT-DETAIL.
           WRITE FS-BGLRPT-RECORD.
           ADD 1 TO WS-BGL-LINES.

           MOVE WS-BGL-ACTIONS TO FS-BRKGLS-ACTIONS.

           REWRITE FS-BRKGLS-RECORD
           INVALID KEY
               CONTINUE
           END-REWRITE.

       1000-REVIEW-WINDOW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One trail row made under the window.                       ***
      ******************************************************************
       1100-LIST-ACTION.

           MOVE SPACE              TO FS-BGLRPT-RECORD.
           MOVE "ACTION"           TO FS-BGLRPT-KIND.
           MOVE FS-AUDIT-INCIDENT  TO FS-BGLRPT-INCIDENT.
           MOVE FS-AUDIT-USER      TO FS-BGLRPT-USER.
           MOVE FS-AUDIT-KEY       TO FS-BGLRPT-SUBJECT.
           MOVE FS-AUDIT-TIMESTAMP TO FS-BGLRPT-TS.
           MOVE FS-AUDIT-OPERATION TO FS-BGLRPT-DETAIL.
           WRITE FS-BGLRPT-RECORD.

           ADD 1 TO WS-BGL-LINES.
           ADD 1 TO WS-BGL-ACTIONS.

       1100-LIST-ACTION-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-BRKGLS-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-BGLRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
