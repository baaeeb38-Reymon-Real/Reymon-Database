      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    qdef.cbl           ***
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
       PROGRAM-ID. REYDB_QDEF IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Saved query and report definitions - the clause retyped    ***
      *** onto query.crd every Monday and the report parameters      ***
      *** keyed again each month-end, filed once under a name in     ***
      *** qdef.dat and run by that name from the run-deck (whose     ***
      *** 32-byte parameter has room for a name, not a question),    ***
      *** from REYDB_CONSOLE or from the inbox server.               ***
      ***                                                            ***
      *** The library is a control file and is maintained as one:   ***
      *** REYDB_QDEF files or replaces a definition and              ***
      *** REYDB_QDEF_DROP takes one away - each only for a named     ***
      *** person holding the CTLVER role (once anybody holds it),    ***
      *** each snapshotting the library through REYDB_CTLVER_TAKE    ***
      *** before it changes, with the caller's reason as the         ***
      *** version comment. A refusal lands on the security journal.  ***
      *** REYDB_QDEF_LIST writes the library onto qdef.rpt.          ***
      ***                                                            ***
      *** REYDB_QDEF_RUN runs one definition. Date tokens in its     ***
      *** clause resolve against today's date and the business-day   ***
      *** calendar; a query runs through REYDB_QUERY_TEXT, a report  ***
      *** through REYDB_REPORT (its rows first chosen into a work    ***
      *** database when it carries a clause). The listing the run    ***
      *** produced is filed into the spool under the definition's    ***
      *** name, so last month's run is a REYDB_SPOOL_PRINT away.     ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-qdef.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-qdef.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_QDEF".
       COPY "data/working/reydb-qdef.cpy".
       COPY "data/working/reydb-sod.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-gdg.cpy".
       COPY "data/working/reydb-calendar.cpy".

      *** Who is changing the library, and when.
       77 WS-QDF-USER PIC X(08) VALUE SPACE.
       77 WS-QDF-DATE PIC 9(08) VALUE ZERO.
       77 WS-QDF-TIME PIC 9(08) VALUE ZERO.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The library snapshot taken before a change.
       77 WS-QDF-CTL-COMMENT PIC X(40) VALUE SPACE.
       77 WS-QDF-CTL-VERSION PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-REYDB-RESULT-CTLVER PIC 9(18) VALUE ZERO.

      *** The date tokens a clause may carry, with the CCYYMMDD each
      *** resolves to on the run date.
       01 WS-QDF-TOKEN-NAMES.
          02 FILLER PIC X(20) VALUE "&TODAY".
          02 FILLER PIC X(20) VALUE "&YESTERDAY".
          02 FILLER PIC X(20) VALUE "&MONTH-START".
          02 FILLER PIC X(20) VALUE "&PRIOR-MONTH-START".
          02 FILLER PIC X(20) VALUE "&PRIOR-MONTH-END".
          02 FILLER PIC X(20) VALUE "&LAST-BUSINESS-DAY".

       01 WS-QDF-TOKEN-TABLE REDEFINES WS-QDF-TOKEN-NAMES.
          02 WS-QDF-TOKEN-NAME PIC X(20) OCCURS 6 TIMES.

       01 WS-QDF-TOKEN-LENGTHS.
          02 FILLER PIC 9(02) VALUE 06.
          02 FILLER PIC 9(02) VALUE 10.
          02 FILLER PIC 9(02) VALUE 12.
          02 FILLER PIC 9(02) VALUE 18.
          02 FILLER PIC 9(02) VALUE 16.
          02 FILLER PIC 9(02) VALUE 18.

       01 WS-QDF-TOKEN-LEN-TABLE REDEFINES WS-QDF-TOKEN-LENGTHS.
          02 WS-QDF-TOKEN-LEN PIC 9(02) OCCURS 6 TIMES.

       01 WS-QDF-TOKEN-VALUES.
          02 WS-QDF-TOKEN-VALUE PIC 9(08) OCCURS 6 TIMES.

       77 WS-QDF-TOKEN-IDX PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-QDF-TOKEN-HIT PIC 9(02) COMP-5 VALUE ZERO.

      *** The clause as filed and as resolved, with the scan's two
      *** positions and the broken switch for a token no one knows.
       77 WS-QDF-CLAUSE-IN  PIC X(400) VALUE SPACE.
       77 WS-QDF-CLAUSE-OUT PIC X(400) VALUE SPACE.
       77 WS-QDF-IN-POS     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-QDF-OUT-POS    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-QDF-AFTER-POS  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-QDF-BROKEN     PIC X(01) VALUE 'N'.

      *** Date arithmetic for the tokens - the day being stepped
      *** back, with its parts, and the month-length table.
       01 WS-QDF-STEP-DATE.
          02 WS-QDF-STEP-YYYY PIC 9(04).
          02 WS-QDF-STEP-MM   PIC 9(02).
          02 WS-QDF-STEP-DD   PIC 9(02).

       01 WS-QDF-STEP-DATE-N REDEFINES WS-QDF-STEP-DATE PIC 9(08).

       01 WS-QDF-MONTH-DAYS-X PIC X(24)
          VALUE "312831303130313130313031".
       01 WS-QDF-MONTH-DAYS-T REDEFINES WS-QDF-MONTH-DAYS-X.
          02 WS-QDF-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.

       77 WS-QDF-LEAP-QUOT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-QDF-LEAP-4    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-QDF-LEAP-100  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-QDF-LEAP-400  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-QDF-BACK-STEPS PIC 9(02) COMP-5 VALUE ZERO.

      *** The definition being run - the database it runs against
      *** and the report layout its field names resolve to.
       77 WS-QDF-DATABASE-NAME PIC X(64) VALUE SPACE.
       77 WS-QDF-REPORT-DB     PIC X(64) VALUE SPACE.
       77 WS-QDF-WORK-DB       PIC X(64) VALUE SPACE.
       77 WS-QDF-MATCH-COUNT   PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-QDF-DICT-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-QDF-DICT-LAYOUT.
          02 WS-QDF-DICT-FIELD OCCURS 20 TIMES.
             03 WS-QDF-DICT-OFFSET PIC 9(04) COMP-5.
             03 WS-QDF-DICT-LENGTH PIC 9(04) COMP-5.

       77 WS-QDF-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-QDF-LAYOUT.
          02 WS-QDF-FIELD OCCURS 20 TIMES.
             03 WS-QDF-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-QDF-FIELD-LENGTH PIC 9(04) COMP-5.

       01 WS-QDF-FIELD-NAMES.
          02 WS-QDF-FIELD-NAME PIC X(16) OCCURS 20 TIMES.

       77 WS-QDF-BREAK-SLOT PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-QDF-TOTAL-SLOT PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-QDF-WANT-NAME  PIC X(16) VALUE SPACE.
       77 WS-QDF-FOUND-SLOT PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-QDF-IDX        PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-QDF-SCAN       PIC 9(02) COMP-5 VALUE ZERO.

      *** Results of the CALLs behind a run, and the spool filing.
       77 WS-REYDB-RESULT-RUN    PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-SPOOL  PIC 9(18) VALUE ZERO.
       77 WS-QDF-DELETE-RC       PIC S9(09) COMP-5 VALUE ZERO.
       77 WS-QDF-SPOOL-SOURCE    PIC X(64) VALUE SPACE.
       77 WS-QDF-SPOOL-LINES     PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-QDF-EOF PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

      *** The definition's name, and the change's reason.
       77 LS-QDEF-NAME    PIC X(16) VALUE SPACE.
       77 LS-QDEF-COMMENT PIC X(40) VALUE SPACE.

       COPY "data/linkage/reydb-qdef.cpy".

      *** The run's database - SPACE runs against the definition's
      *** own.
       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

       77 LS-REYDB-RECORD-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - files a definition, or replaces the  ***
      *** one filed under the name. Its clause's tokens must all be  ***
      *** known ones, so a typing slip is caught at filing time and  ***
      *** not at two in the morning.                                 ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-QDEF-NAME
                                    LS-QDEF-DEFINITION
                                    LS-QDEF-COMMENT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-QDEF-NAME EQUAL SPACE
           OR NOT (LS-QDEF-IS-QUERY OR LS-QDEF-IS-REPORT)
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** A query with no question has nothing to run.
           IF LS-QDEF-IS-QUERY AND LS-QDEF-CLAUSE EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-QDEF-CLAUSE TO WS-QDF-CLAUSE-IN.

           PERFORM 2000-RESOLVE-TOKENS THRU 2000-RESOLVE-TOKENS-EXIT.

           IF WS-QDF-BROKEN EQUAL 'Y'
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-CHECK-CHANGER THRU 0100-CHECK-CHANGER-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           OPEN I-O FC-QDEF.

      *** First definition ever - the library self-creates.
           IF WS-QDEF-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-QDEF
              CLOSE FC-QDEF
              OPEN I-O FC-QDEF
           END-IF.

           MOVE LS-QDEF-NAME TO FS-QDEF-NAME.
           MOVE ZERO         TO FS-QDEF-VERSION.

           READ FC-QDEF KEY IS FS-QDEF-NAME

           INVALID KEY
               MOVE ZERO TO FS-QDEF-VERSION

           END-READ.

           MOVE LS-QDEF-NAME     TO FS-QDEF-NAME.
           MOVE LS-QDEF-TYPE     TO FS-QDEF-TYPE.
           MOVE LS-QDEF-DATABASE TO FS-QDEF-DATABASE.
           MOVE LS-QDEF-OUTPUT   TO FS-QDEF-OUTPUT.
           MOVE LS-QDEF-CLAUSE   TO FS-QDEF-CLAUSE.
           MOVE LS-QDEF-FIELDS   TO FS-QDEF-FIELDS.
           MOVE LS-QDEF-BREAK    TO FS-QDEF-BREAK.
           MOVE LS-QDEF-TOTAL    TO FS-QDEF-TOTAL.
           MOVE WS-QDF-USER      TO FS-QDEF-USER.
           MOVE LS-QDEF-COMMENT  TO FS-QDEF-COMMENT.
           MOVE WS-QDF-DATE      TO FS-QDEF-TIMESTAMP (1:8).
           MOVE WS-QDF-TIME      TO FS-QDEF-TIMESTAMP (9:8).

           IF FS-QDEF-VERSION LESS THAN 9999
              ADD 1 TO FS-QDEF-VERSION
           END-IF.

           IF FS-QDEF-VERSION EQUAL 1
              WRITE FS-QDEF-RECORD
                 INVALID KEY
                     MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
                 NOT INVALID KEY
                     MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              END-WRITE
           ELSE
              REWRITE FS-QDEF-RECORD
                 INVALID KEY
                     MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
                 NOT INVALID KEY
                     MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              END-REWRITE
           END-IF.

           CLOSE FC-QDEF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - takes a definition out of the         ***
      *** library, under the same control as filing one.             ***
      ******************************************************************
       ENTRY "REYDB_QDEF_DROP" USING LS-QDEF-NAME
                                     LS-QDEF-COMMENT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-QDEF-NAME EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-CHECK-CHANGER THRU 0100-CHECK-CHANGER-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           OPEN I-O FC-QDEF.

           IF WS-QDEF-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-QDEF-NAME TO FS-QDEF-NAME.

           DELETE FC-QDEF RECORD

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-QDEF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the library onto qdef.rpt, one row per ***
      *** definition with its last change and the head of its       ***
      *** clause.                                                    ***
      ******************************************************************
       ENTRY "REYDB_QDEF_LIST" USING LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT.

           OPEN OUTPUT FC-QDEF-RPT.

           OPEN INPUT FC-QDEF.

      *** No library yet - an empty listing, not a failure.
           IF WS-QDEF-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-QDEF-RPT
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE 'N' TO WS-QDF-EOF.

           PERFORM UNTIL WS-QDF-EOF EQUAL 'S'

               READ FC-QDEF NEXT RECORD

               AT END
                   MOVE 'S' TO WS-QDF-EOF

               NOT AT END
                   MOVE SPACE             TO FS-QDEF-RPT-RECORD
                   MOVE FS-QDEF-NAME      TO FS-QDEF-RPT-NAME
                   MOVE FS-QDEF-TYPE      TO FS-QDEF-RPT-TYPE
                   MOVE FS-QDEF-DATABASE  TO FS-QDEF-RPT-DATABASE
                   MOVE FS-QDEF-VERSION   TO FS-QDEF-RPT-VERSION
                   MOVE FS-QDEF-USER      TO FS-QDEF-RPT-USER
                   MOVE FS-QDEF-TIMESTAMP TO FS-QDEF-RPT-TIMESTAMP
                   MOVE FS-QDEF-COMMENT   TO FS-QDEF-RPT-COMMENT
                   MOVE FS-QDEF-CLAUSE    TO FS-QDEF-RPT-CLAUSE
                   WRITE FS-QDEF-RPT-RECORD
                   ADD 1 TO LS-REYDB-RECORD-COUNT
               END-READ

           END-PERFORM.

           CLOSE FC-QDEF.
           CLOSE FC-QDEF-RPT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - runs a definition by name against its ***
      *** own database or the one the caller names, and files what   ***
      *** it produced into the spool under the definition's name. A  ***
      *** run whose filing is refused still ran - partial content.   ***
      ******************************************************************
       ENTRY "REYDB_QDEF_RUN" USING LS-QDEF-NAME
                                    LS-REYDB-DATABASE-NAME
                                    LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT.

           IF LS-QDEF-NAME EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN INPUT FC-QDEF.

           IF WS-QDEF-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-QDEF-NAME    TO FS-QDEF-NAME.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           READ FC-QDEF KEY IS FS-QDEF-NAME

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           END-READ.

           CLOSE FC-QDEF.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE
              MOVE LS-REYDB-DATABASE-NAME TO WS-QDF-DATABASE-NAME
           ELSE
              MOVE FS-QDEF-DATABASE       TO WS-QDF-DATABASE-NAME
           END-IF.

           MOVE FS-QDEF-CLAUSE TO WS-QDF-CLAUSE-IN.

           PERFORM 2000-RESOLVE-TOKENS THRU 2000-RESOLVE-TOKENS-EXIT.

           IF WS-QDF-BROKEN EQUAL 'Y'
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF FS-QDEF-IS-QUERY
              PERFORM 3000-RUN-QUERY THRU 3000-RUN-QUERY-EXIT
           ELSE
              PERFORM 3100-RUN-REPORT THRU 3100-RUN-REPORT-EXIT
           END-IF.

           IF WS-REYDB-RESULT-RUN NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-RUN TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           CALL "REYDB_SPOOL" USING WS-QDF-DATABASE-NAME
                                    FS-QDEF-NAME
                                    WS-QDF-SPOOL-SOURCE
                                    WS-QDF-SPOOL-LINES
               RETURNING WS-REYDB-RESULT-SPOOL
           END-CALL.

           IF WS-REYDB-RESULT-SPOOL EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-PARTIAL-CONTENT TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** A library change is a named person's with the CTLVER role  ***
      *** (once anybody holds it), and the library as it stood is    ***
      *** snapshotted before it changes. A library not yet on disk   ***
      *** has nothing to snapshot.                                   ***
      ******************************************************************
       0100-CHECK-CHANGER.

           MOVE SPACE TO WS-QDF-USER.

           CALL "REYDB_WHOAMI" USING WS-QDF-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           IF WS-QDF-USER EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-QDEF-FILE-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GO TO 0100-CHECK-CHANGER-EXIT
           END-IF.

           CALL "REYDB_ROLE_CHECK" USING WS-ROLE-CTLVER
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-QDF-USER
                                               WS-SECJRNL-PROGRAM
                                               WS-QDEF-FILE-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-ROLE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GO TO 0100-CHECK-CHANGER-EXIT
           END-IF.

           MOVE SPACE TO WS-QDF-CTL-COMMENT.
           STRING LS-QDEF-NAME    DELIMITED BY SPACE
                  " - "           DELIMITED BY SIZE
                  LS-QDEF-COMMENT DELIMITED BY SIZE
             INTO WS-QDF-CTL-COMMENT.

           CALL "REYDB_CTLVER_TAKE" USING WS-QDEF-FILE-NAME
                                          WS-QDF-CTL-COMMENT
                                          WS-QDF-CTL-VERSION
               RETURNING WS-REYDB-RESULT-CTLVER
           END-CALL.

           IF WS-REYDB-RESULT-CTLVER NOT EQUAL WS-REYDB-SUCCESS
              AND WS-REYDB-RESULT-CTLVER NOT EQUAL WS-REYDB-NOT-FOUND
              MOVE WS-REYDB-RESULT-CTLVER TO LS-REYDB-RESULT
              GO TO 0100-CHECK-CHANGER-EXIT
           END-IF.

           ACCEPT WS-QDF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-QDF-TIME FROM TIME.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0100-CHECK-CHANGER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The clause with every &token replaced by its date. A token ***
      *** ends at a blank, an apostrophe or the end of the clause;   ***
      *** one not in the table, or a clause grown past its 400       ***
      *** bytes, breaks the resolution.                              ***
      ******************************************************************
       2000-RESOLVE-TOKENS.

           MOVE 'N'   TO WS-QDF-BROKEN.
           MOVE SPACE TO WS-QDF-CLAUSE-OUT.

           PERFORM 2200-TOKEN-VALUES THRU 2200-TOKEN-VALUES-EXIT.

           MOVE 1 TO WS-QDF-IN-POS WS-QDF-OUT-POS.

           PERFORM UNTIL WS-QDF-IN-POS GREATER THAN 400
                      OR WS-QDF-BROKEN EQUAL 'Y'

               IF WS-QDF-CLAUSE-IN (WS-QDF-IN-POS:1) EQUAL "&"
                  PERFORM 2100-ONE-TOKEN THRU 2100-ONE-TOKEN-EXIT
               ELSE
                  IF WS-QDF-OUT-POS NOT GREATER THAN 400
                     MOVE WS-QDF-CLAUSE-IN (WS-QDF-IN-POS:1)
                       TO WS-QDF-CLAUSE-OUT (WS-QDF-OUT-POS:1)
                     ADD 1 TO WS-QDF-OUT-POS
                  ELSE
                     IF WS-QDF-CLAUSE-IN (WS-QDF-IN-POS:1)
                        NOT EQUAL SPACE
                        MOVE 'Y' TO WS-QDF-BROKEN
                     END-IF
                  END-IF
                  ADD 1 TO WS-QDF-IN-POS
               END-IF

           END-PERFORM.

       2000-RESOLVE-TOKENS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The token starting at the scan position, matched against   ***
      *** the table and written out as its eight-digit date.         ***
      ******************************************************************
       2100-ONE-TOKEN.

           MOVE ZERO TO WS-QDF-TOKEN-HIT.

           PERFORM VARYING WS-QDF-TOKEN-IDX FROM 1 BY 1
                     UNTIL WS-QDF-TOKEN-IDX GREATER THAN 6
                        OR WS-QDF-TOKEN-HIT NOT EQUAL ZERO

               COMPUTE WS-QDF-AFTER-POS = WS-QDF-IN-POS
                     + WS-QDF-TOKEN-LEN (WS-QDF-TOKEN-IDX)

               IF WS-QDF-AFTER-POS NOT GREATER THAN 401
                  IF WS-QDF-CLAUSE-IN (WS-QDF-IN-POS :
                        WS-QDF-TOKEN-LEN (WS-QDF-TOKEN-IDX))
                     EQUAL WS-QDF-TOKEN-NAME (WS-QDF-TOKEN-IDX)
                        (1 : WS-QDF-TOKEN-LEN (WS-QDF-TOKEN-IDX))
                     IF WS-QDF-AFTER-POS GREATER THAN 400
                        MOVE WS-QDF-TOKEN-IDX TO WS-QDF-TOKEN-HIT
                     ELSE
                        IF WS-QDF-CLAUSE-IN (WS-QDF-AFTER-POS:1)
                           EQUAL SPACE
                        OR WS-QDF-CLAUSE-IN (WS-QDF-AFTER-POS:1)
                           EQUAL "'"
                           MOVE WS-QDF-TOKEN-IDX TO WS-QDF-TOKEN-HIT
                        END-IF
                     END-IF
                  END-IF
               END-IF

           END-PERFORM.

           IF WS-QDF-TOKEN-HIT EQUAL ZERO
              MOVE 'Y' TO WS-QDF-BROKEN
              GO TO 2100-ONE-TOKEN-EXIT
           END-IF.

           IF WS-QDF-OUT-POS GREATER THAN 393
              MOVE 'Y' TO WS-QDF-BROKEN
              GO TO 2100-ONE-TOKEN-EXIT
           END-IF.

           MOVE WS-QDF-TOKEN-VALUE (WS-QDF-TOKEN-HIT)
             TO WS-QDF-CLAUSE-OUT (WS-QDF-OUT-POS:8).

           ADD 8 TO WS-QDF-OUT-POS.
           ADD WS-QDF-TOKEN-LEN (WS-QDF-TOKEN-HIT) TO WS-QDF-IN-POS.

       2100-ONE-TOKEN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every token's date on today's run date - the last business ***
      *** day is the latest day before today the calendar calls one. ***
      ******************************************************************
       2200-TOKEN-VALUES.

           ACCEPT WS-QDF-STEP-DATE-N FROM DATE YYYYMMDD.

           MOVE WS-QDF-STEP-DATE-N TO WS-QDF-TOKEN-VALUE (1).

           MOVE 01 TO WS-QDF-STEP-DD.
           MOVE WS-QDF-STEP-DATE-N TO WS-QDF-TOKEN-VALUE (3).

           PERFORM 2300-STEP-BACK THRU 2300-STEP-BACK-EXIT.
           MOVE WS-QDF-STEP-DATE-N TO WS-QDF-TOKEN-VALUE (5).

           MOVE 01 TO WS-QDF-STEP-DD.
           MOVE WS-QDF-STEP-DATE-N TO WS-QDF-TOKEN-VALUE (4).

           MOVE WS-QDF-TOKEN-VALUE (1) TO WS-QDF-STEP-DATE-N.
           PERFORM 2300-STEP-BACK THRU 2300-STEP-BACK-EXIT.
           MOVE WS-QDF-STEP-DATE-N TO WS-QDF-TOKEN-VALUE (2).

           MOVE 'N'  TO WS-CALENDAR-IS-BUSDAY.
           MOVE ZERO TO WS-QDF-BACK-STEPS.

           PERFORM UNTIL WS-CALENDAR-IS-BUSDAY EQUAL 'Y'
                      OR WS-QDF-BACK-STEPS GREATER THAN 30

               MOVE WS-QDF-STEP-DATE-N TO WS-CALENDAR-ASK-DATE

               CALL "REYDB_CALENDAR_CHECK" USING WS-CALENDAR-ASK-DATE
                                                 WS-CALENDAR-IS-BUSDAY
                   RETURNING WS-REYDB-RESULT-CALENDAR
               END-CALL

               IF WS-CALENDAR-IS-BUSDAY NOT EQUAL 'Y'
                  PERFORM 2300-STEP-BACK THRU 2300-STEP-BACK-EXIT
                  ADD 1 TO WS-QDF-BACK-STEPS
               END-IF

           END-PERFORM.

           MOVE WS-QDF-STEP-DATE-N TO WS-QDF-TOKEN-VALUE (6).

       2200-TOKEN-VALUES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-QDF-STEP-DATE back one calendar day - across a month    ***
      *** end by the month-length table, February by the leap rule.  ***
      ******************************************************************
       2300-STEP-BACK.

           IF WS-QDF-STEP-DD GREATER THAN 1
              SUBTRACT 1 FROM WS-QDF-STEP-DD
              GO TO 2300-STEP-BACK-EXIT
           END-IF.

           IF WS-QDF-STEP-MM GREATER THAN 1
              SUBTRACT 1 FROM WS-QDF-STEP-MM
           ELSE
              MOVE 12 TO WS-QDF-STEP-MM
              SUBTRACT 1 FROM WS-QDF-STEP-YYYY
           END-IF.

           MOVE WS-QDF-MONTH-DAYS (WS-QDF-STEP-MM) TO WS-QDF-STEP-DD.

           IF WS-QDF-STEP-MM EQUAL 2
              DIVIDE WS-QDF-STEP-YYYY BY 4 GIVING WS-QDF-LEAP-QUOT
                  REMAINDER WS-QDF-LEAP-4
              DIVIDE WS-QDF-STEP-YYYY BY 100 GIVING WS-QDF-LEAP-QUOT
                  REMAINDER WS-QDF-LEAP-100
              DIVIDE WS-QDF-STEP-YYYY BY 400 GIVING WS-QDF-LEAP-QUOT
                  REMAINDER WS-QDF-LEAP-400
              IF WS-QDF-LEAP-4 EQUAL ZERO
                 AND (WS-QDF-LEAP-100 NOT EQUAL ZERO
                   OR WS-QDF-LEAP-400 EQUAL ZERO)
                 MOVE 29 TO WS-QDF-STEP-DD
              END-IF
           END-IF.

       2300-STEP-BACK-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A query definition - the resolved clause through           ***
      *** REYDB_QUERY_TEXT; the select listing it always leaves is   ***
      *** what the spool files.                                      ***
      ******************************************************************
       3000-RUN-QUERY.

           CALL "REYDB_QUERY_TEXT" USING WS-QDF-DATABASE-NAME
                                         FS-QDEF-OUTPUT
                                         WS-QDF-CLAUSE-OUT
                                         LS-REYDB-RECORD-COUNT
                                         WS-QDF-MATCH-COUNT
               RETURNING WS-REYDB-RESULT-RUN
           END-CALL.

           MOVE "select.rpt" TO WS-GDG-BASE-NAME.
           CALL "REYDB_ENV_NAME" USING WS-GDG-BASE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.
           MOVE ZERO         TO WS-GDG-RELATIVE.

           CALL "REYDB_GDG_RESOLVE" USING WS-GDG-BASE-NAME
                                          WS-GDG-RELATIVE
                                          WS-QDF-SPOOL-SOURCE
               RETURNING WS-REYDB-RESULT-GDG
           END-CALL.

       3000-RUN-QUERY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A report definition - the columns, break and total found   ***
      *** by name in the database's dictionary layout, the rows      ***
      *** first chosen into a work database when there is a clause,  ***
      *** then REYDB_REPORT; report.rpt is what the spool files.     ***
      ******************************************************************
       3100-RUN-REPORT.

           MOVE "report.rpt" TO WS-QDF-SPOOL-SOURCE.
           CALL "REYDB_ENV_NAME" USING WS-QDF-SPOOL-SOURCE
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_DICT_GET" USING WS-QDF-DATABASE-NAME
                                       WS-QDF-DICT-COUNT
                                       WS-QDF-DICT-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-DICT TO WS-REYDB-RESULT-RUN
              GO TO 3100-RUN-REPORT-EXIT
           END-IF.

      *** No columns named - the whole dictionary layout.
           MOVE ZERO TO WS-QDF-FIELD-COUNT.

           IF FS-QDEF-FIELDS EQUAL SPACE
              MOVE WS-QDF-DICT-COUNT   TO WS-QDF-FIELD-COUNT
              MOVE WS-QDF-DICT-LAYOUT  TO WS-QDF-LAYOUT
              MOVE WS-DICT-FIELD-NAMES TO WS-QDF-FIELD-NAMES
           ELSE
              PERFORM VARYING WS-QDF-IDX FROM 1 BY 1
                        UNTIL WS-QDF-IDX GREATER THAN 10
                           OR WS-QDF-BROKEN EQUAL 'Y'
                  IF FS-QDEF-FIELD (WS-QDF-IDX) NOT EQUAL SPACE
                     MOVE FS-QDEF-FIELD (WS-QDF-IDX)
                       TO WS-QDF-WANT-NAME
                     PERFORM 3200-FIND-DICT-FIELD
                        THRU 3200-FIND-DICT-FIELD-EXIT
                     IF WS-QDF-FOUND-SLOT EQUAL ZERO
                        MOVE 'Y' TO WS-QDF-BROKEN
                     ELSE
                        ADD 1 TO WS-QDF-FIELD-COUNT
                        MOVE WS-QDF-DICT-FIELD (WS-QDF-FOUND-SLOT)
                          TO WS-QDF-FIELD (WS-QDF-FIELD-COUNT)
                        MOVE WS-QDF-WANT-NAME
                          TO WS-QDF-FIELD-NAME (WS-QDF-FIELD-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.

           IF WS-QDF-BROKEN EQUAL 'Y'
           OR WS-QDF-FIELD-COUNT EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO WS-REYDB-RESULT-RUN
              GO TO 3100-RUN-REPORT-EXIT
           END-IF.

      *** Break and total by name, among the report's own columns.
           MOVE FS-QDEF-BREAK TO WS-QDF-WANT-NAME.
           PERFORM 3300-FIND-COLUMN THRU 3300-FIND-COLUMN-EXIT.
           MOVE WS-QDF-FOUND-SLOT TO WS-QDF-BREAK-SLOT.

           MOVE FS-QDEF-TOTAL TO WS-QDF-WANT-NAME.
           PERFORM 3300-FIND-COLUMN THRU 3300-FIND-COLUMN-EXIT.
           MOVE WS-QDF-FOUND-SLOT TO WS-QDF-TOTAL-SLOT.

           IF (FS-QDEF-BREAK NOT EQUAL SPACE
               AND WS-QDF-BREAK-SLOT EQUAL ZERO)
           OR (FS-QDEF-TOTAL NOT EQUAL SPACE
               AND WS-QDF-TOTAL-SLOT EQUAL ZERO)
              MOVE WS-REYDB-VALIDATION-FAIL TO WS-REYDB-RESULT-RUN
              GO TO 3100-RUN-REPORT-EXIT
           END-IF.

           MOVE WS-QDF-DATABASE-NAME TO WS-QDF-REPORT-DB.
           MOVE SPACE                TO WS-QDF-WORK-DB.

      *** A clause chooses the rows into "<name>.qwk" first.
           IF WS-QDF-CLAUSE-OUT NOT EQUAL SPACE
              STRING FS-QDEF-NAME DELIMITED BY SPACE
                     ".qwk"       DELIMITED BY SIZE
                INTO WS-QDF-WORK-DB
              CALL "REYDB_QUERY_TEXT" USING WS-QDF-DATABASE-NAME
                                            WS-QDF-WORK-DB
                                            WS-QDF-CLAUSE-OUT
                                            LS-REYDB-RECORD-COUNT
                                            WS-QDF-MATCH-COUNT
                  RETURNING WS-REYDB-RESULT-RUN
              END-CALL
              IF WS-REYDB-RESULT-RUN NOT EQUAL WS-REYDB-SUCCESS
                 GO TO 3100-RUN-REPORT-EXIT
              END-IF
              MOVE WS-QDF-WORK-DB TO WS-QDF-REPORT-DB
           END-IF.

           CALL "REYDB_REPORT" USING WS-QDF-REPORT-DB
                                     WS-QDF-FIELD-COUNT
                                     WS-QDF-LAYOUT
                                     WS-QDF-FIELD-NAMES
                                     WS-QDF-BREAK-SLOT
                                     WS-QDF-TOTAL-SLOT
                                     LS-REYDB-RECORD-COUNT
               RETURNING WS-REYDB-RESULT-RUN
           END-CALL.

           IF WS-QDF-WORK-DB NOT EQUAL SPACE
              CALL "CBL_DELETE_FILE" USING WS-QDF-WORK-DB
                  RETURNING WS-QDF-DELETE-RC
              END-CALL
           END-IF.

       3100-RUN-REPORT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The dictionary slot carrying WS-QDF-WANT-NAME - zero when  ***
      *** the dictionary does not know it.                           ***
      ******************************************************************
       3200-FIND-DICT-FIELD.

           MOVE ZERO TO WS-QDF-FOUND-SLOT.

           PERFORM VARYING WS-QDF-SCAN FROM 1 BY 1
                     UNTIL WS-QDF-SCAN GREATER THAN WS-QDF-DICT-COUNT
                        OR WS-QDF-FOUND-SLOT NOT EQUAL ZERO

               IF WS-DICT-FIELD-NAME (WS-QDF-SCAN)
                  EQUAL WS-QDF-WANT-NAME
                  MOVE WS-QDF-SCAN TO WS-QDF-FOUND-SLOT
               END-IF

           END-PERFORM.

       3200-FIND-DICT-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The report column carrying WS-QDF-WANT-NAME - zero for a   ***
      *** blank name or one not among the columns.                   ***
      ******************************************************************
       3300-FIND-COLUMN.

           MOVE ZERO TO WS-QDF-FOUND-SLOT.

           IF WS-QDF-WANT-NAME EQUAL SPACE
              GO TO 3300-FIND-COLUMN-EXIT
           END-IF.

           PERFORM VARYING WS-QDF-SCAN FROM 1 BY 1
                     UNTIL WS-QDF-SCAN GREATER THAN WS-QDF-FIELD-COUNT
                        OR WS-QDF-FOUND-SLOT NOT EQUAL ZERO

               IF WS-QDF-FIELD-NAME (WS-QDF-SCAN)
                  EQUAL WS-QDF-WANT-NAME
                  MOVE WS-QDF-SCAN TO WS-QDF-FOUND-SLOT
               END-IF

           END-PERFORM.

       3300-FIND-COLUMN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-QDEF-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-QDEF-RPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
