      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    publish.cbl        ***
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
       PROGRAM-ID. REYDB_PUBLISH IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Intranet publishing of the report spool. REYDB_PUBLISH     ***
      *** renders one filed report (by FS-SPOOL-REPORT, database and ***
      *** run date) as an HTML page - each print page its own table, ***
      *** the page's title line its caption and its column headings  ***
      *** the table header, control-break SUBTOTAL and GRAND TOTAL   ***
      *** lines highlighted. Asked to burst, a report with control   ***
      *** breaks is split into a page per break value as well, each  ***
      *** with the headings, the group's lines and its subtotal -    ***
      *** the same split REYDB_REPORT_BURST makes on paper.          ***
      ***                                                            ***
      *** Every page published lands on publish.dat, and index.html  ***
      *** is rebuilt off it - what is published, by report and date. ***
      *** REYDB_PUBLISH_DAY publishes everything the spool filed on  ***
      *** one day, bursting where there are breaks - the nightly     ***
      *** run-deck step. Page text is escaped; a report line is      ***
      *** shown exactly as it printed.                               ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-spool.cpy".
       COPY "file/control/reydb-publish.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-spool.cpy".
       COPY "file/section/reydb-publish.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-spool.cpy".
       COPY "data/working/reydb-publish.cpy".

      *** The filed report being published - blank database follows
      *** the same "reymon.db" default the spool files under.
       77 WS-PUB-REPORT   PIC X(16) VALUE SPACE.
       77 WS-PUB-DATABASE PIC X(64) VALUE SPACE.
       77 WS-PUB-DATE     PIC 9(08) VALUE ZERO.
       77 WS-PUB-BURST    PIC X(01) VALUE 'N'.
          88 WS-PUB-IS-BURSTING VALUE 'Y'.

       77 WS-PUB-LINES PIC 9(06) COMP-5 VALUE ZERO.
       77 WS-PUB-PAGES PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-PUB-EOF   PIC X(01) VALUE 'N'.

      *** The spool line in hand and what kind of line it is:
      *** T page title, H column headings, X the blank under them,
      *** S control-break subtotal, G grand total, D anything else.
       77 WS-PUB-LINE PIC X(132) VALUE SPACE.
       77 WS-PUB-KIND PIC X(01)  VALUE 'D'.
       77 WS-PUB-AFTER-TITLE PIC X(01) VALUE 'N'.
       77 WS-PUB-AFTER-HEAD  PIC X(01) VALUE 'N'.
       77 WS-PUB-TALLY PIC 9(04) COMP-5 VALUE ZERO.

      *** The line escaped for the page, and how much of it counts.
       77 WS-PUB-TEXT     PIC X(700) VALUE SPACE.
       77 WS-PUB-TEXT-LEN PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PUB-TEXT-PTR PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PUB-END      PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-PUB-POS      PIC 9(03) COMP-5 VALUE ZERO.

      *** One built output line, and which file it goes to: M the
      *** report page, B the burst page, I the index.
       77 WS-PUB-OUT     PIC X(800) VALUE SPACE.
       77 WS-PUB-OUT-PTR PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PUB-TARGET  PIC X(01) VALUE 'M'.
       77 WS-PUB-TABLE-OPEN PIC X(01) VALUE 'N'.
       77 WS-PUB-PAGE-TITLE PIC X(160) VALUE SPACE.

      *** The burst group in hand - the print page's title and
      *** column headings it is shown under, its lines so far and
      *** the break value its subtotal names.
       77 WS-PUB-TITLE-LINE PIC X(132) VALUE SPACE.
       77 WS-PUB-COL-HEAD   PIC X(132) VALUE SPACE.
       77 WS-PUB-WORK-ROWS  PIC 9(06) COMP-5 VALUE ZERO.
       77 WS-PUB-VALUE      PIC X(32) VALUE SPACE.
       77 WS-PUB-HOLD-LINE  PIC X(132) VALUE SPACE.
       77 WS-PUB-WORK-EOF   PIC X(01) VALUE 'N'.

      *** A published file's name as a link - the part after the
      *** last directory, so the pages and the index find each
      *** other wherever the environment puts them.
       77 WS-PUB-NAME      PIC X(64) VALUE SPACE.
       77 WS-PUB-HREF      PIC X(64) VALUE SPACE.
       77 WS-PUB-INDEX-HREF PIC X(64) VALUE SPACE.
       77 WS-PUB-CUT       PIC 9(02) COMP-5 VALUE ZERO.

      *** Index row pieces.
       77 WS-PUB-LINK-TEXT PIC X(32) VALUE SPACE.
       77 WS-PUB-LINES-X   PIC Z(05)9 VALUE ZERO.
       77 WS-PUB-IDX-EOF   PIC X(01) VALUE 'N'.

      *** The day's filed reports, one slot per report and
      *** database, gathered before any of them is published.
       77 WS-PUB-DAY-COUNT PIC 9(03) COMP-5 VALUE ZERO.

       01 WS-PUB-DAY-TABLE.
          02 WS-PUB-DAY-ENTRY OCCURS 200 TIMES.
             03 WS-PUB-DAY-REPORT   PIC X(16).
             03 WS-PUB-DAY-DATABASE PIC X(64).

       77 WS-PUB-IDX   PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-PUB-FOUND PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** Which filed report, which run date (zero for today), and
      *** 'Y' to split it per break value as well.
       77 LS-PUBLISH-REPORT PIC X(16) VALUE SPACE.
       77 LS-PUBLISH-DATE   PIC 9(08) VALUE ZERO.
       77 LS-PUBLISH-BURST  PIC X(01) VALUE 'N'.

      *** Pages written - the report page and any burst pages.
       77 LS-PUBLISH-PAGES PIC 9(05) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - publishes one filed report, then     ***
      *** rebuilds the index. Nothing filed under the report,        ***
      *** database and date is NOT-FOUND, and no page is written.    ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-PUBLISH-REPORT
                                    LS-PUBLISH-DATE
                                    LS-PUBLISH-BURST
                                    LS-PUBLISH-PAGES
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-PUBLISH-PAGES.

           IF LS-PUBLISH-REPORT EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-PUBLISH-REPORT TO WS-PUB-REPORT.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-PUB-DATABASE
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-PUB-DATABASE
           END-IF.

           IF LS-PUBLISH-DATE EQUAL ZERO
              ACCEPT WS-PUB-DATE FROM DATE YYYYMMDD
           ELSE
              MOVE LS-PUBLISH-DATE TO WS-PUB-DATE
           END-IF.

           MOVE LS-PUBLISH-BURST TO WS-PUB-BURST.
           MOVE ZERO             TO WS-PUB-PAGES.

           PERFORM 0500-PUBLISH-REPORT THRU 0500-PUBLISH-REPORT-EXIT.

           IF WS-PUB-LINES EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 4000-BUILD-INDEX THRU 4000-BUILD-INDEX-EXIT.

           MOVE WS-PUB-PAGES     TO LS-PUBLISH-PAGES.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - the nightly step. Everything the      ***
      *** spool filed on the day (zero for today) is published,      ***
      *** burst wherever it has control breaks, and the index is     ***
      *** rebuilt once at the end. A day with nothing filed is a     ***
      *** quiet success.                                             ***
      ******************************************************************
       ENTRY "REYDB_PUBLISH_DAY" USING LS-PUBLISH-DATE
                                       LS-PUBLISH-PAGES.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-PUBLISH-DATE EQUAL ZERO
              ACCEPT WS-PUB-DATE FROM DATE YYYYMMDD
           ELSE
              MOVE LS-PUBLISH-DATE TO WS-PUB-DATE
           END-IF.

           MOVE ZERO TO WS-PUB-PAGES WS-PUB-DAY-COUNT LS-PUBLISH-PAGES.
           MOVE 'N'  TO WS-PUB-EOF.

           OPEN INPUT FC-SPOOL.

           IF WS-SPOOL-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM UNTIL WS-PUB-EOF EQUAL 'S'

               READ FC-SPOOL NEXT RECORD

               AT END
                   MOVE 'S' TO WS-PUB-EOF

               NOT AT END
                   IF FS-SPOOL-DATE EQUAL WS-PUB-DATE
                      PERFORM 0200-NOTE-DAY-REPORT
                         THRU 0200-NOTE-DAY-REPORT-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-SPOOL.

           MOVE 'Y' TO WS-PUB-BURST.

           PERFORM VARYING WS-PUB-IDX FROM 1 BY 1
                     UNTIL WS-PUB-IDX GREATER THAN WS-PUB-DAY-COUNT

               MOVE WS-PUB-DAY-REPORT (WS-PUB-IDX)   TO WS-PUB-REPORT
               MOVE WS-PUB-DAY-DATABASE (WS-PUB-IDX) TO WS-PUB-DATABASE

               PERFORM 0500-PUBLISH-REPORT
                  THRU 0500-PUBLISH-REPORT-EXIT

           END-PERFORM.

           IF WS-PUB-PAGES GREATER THAN ZERO
              PERFORM 4000-BUILD-INDEX THRU 4000-BUILD-INDEX-EXIT
           END-IF.

           MOVE WS-PUB-PAGES     TO LS-PUBLISH-PAGES.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Notes one of the day's filed reports - once, however many  ***
      *** lines it has. A day past the table's room publishes what   ***
      *** fits.                                                      ***
      ******************************************************************
       0200-NOTE-DAY-REPORT.

           MOVE 'N' TO WS-PUB-FOUND.

           PERFORM VARYING WS-PUB-IDX FROM 1 BY 1
                     UNTIL WS-PUB-IDX GREATER THAN WS-PUB-DAY-COUNT
                        OR WS-PUB-FOUND EQUAL 'Y'
               IF WS-PUB-DAY-REPORT (WS-PUB-IDX) EQUAL FS-SPOOL-REPORT
                  AND WS-PUB-DAY-DATABASE (WS-PUB-IDX)
                      EQUAL FS-SPOOL-DATABASE
                  MOVE 'Y' TO WS-PUB-FOUND
               END-IF
           END-PERFORM.

           IF WS-PUB-FOUND EQUAL 'Y'
           OR WS-PUB-DAY-COUNT NOT LESS THAN 200
              GO TO 0200-NOTE-DAY-REPORT-EXIT
           END-IF.

           ADD 1 TO WS-PUB-DAY-COUNT.
           MOVE FS-SPOOL-REPORT
             TO WS-PUB-DAY-REPORT (WS-PUB-DAY-COUNT).
           MOVE FS-SPOOL-DATABASE
             TO WS-PUB-DAY-DATABASE (WS-PUB-DAY-COUNT).

       0200-NOTE-DAY-REPORT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One filed report onto its page - and, bursting, onto a     ***
      *** page per break value - each page registered as it closes.  ***
      ******************************************************************
       0500-PUBLISH-REPORT.

           MOVE ZERO TO WS-PUB-LINES.
           MOVE 'N'  TO WS-PUB-EOF WS-PUB-TABLE-OPEN
                        WS-PUB-AFTER-TITLE WS-PUB-AFTER-HEAD.

           OPEN INPUT FC-SPOOL.

           IF WS-SPOOL-FILE-STATUS NOT EQUAL "00"
              GO TO 0500-PUBLISH-REPORT-EXIT
           END-IF.

           MOVE WS-PUB-REPORT   TO FS-SPOOL-REPORT.
           MOVE WS-PUB-DATABASE TO FS-SPOOL-DATABASE.
           MOVE WS-PUB-DATE     TO FS-SPOOL-DATE.
           MOVE ZERO            TO FS-SPOOL-SEQ.

           START FC-SPOOL KEY IS GREATER THAN FS-SPOOL-KEY

           INVALID KEY
               CLOSE FC-SPOOL
               GO TO 0500-PUBLISH-REPORT-EXIT

           END-START.

      *** Nothing is written until the report is known to be there.
           PERFORM 0600-READ-SPOOL THRU 0600-READ-SPOOL-EXIT.

           IF WS-PUB-EOF EQUAL 'S'
              CLOSE FC-SPOOL
              GO TO 0500-PUBLISH-REPORT-EXIT
           END-IF.

      *** First page ever published - publish.dat self-creates.
           OPEN I-O FC-PUBLISH-REG.

           IF WS-PUBLISH-REG-STATUS EQUAL "35"
              OPEN OUTPUT FC-PUBLISH-REG
              CLOSE FC-PUBLISH-REG
              OPEN I-O FC-PUBLISH-REG
           END-IF.

           MOVE SPACE TO WS-PUB-VALUE.
           PERFORM 8500-NAME-PAGE THRU 8500-NAME-PAGE-EXIT.
           MOVE WS-PUB-NAME TO WS-PUBLISH-PAGE-NAME.

           OPEN OUTPUT FC-PUBLISH-PAGE.

           MOVE 'M' TO WS-PUB-TARGET.
           PERFORM 8100-PAGE-HEAD THRU 8100-PAGE-HEAD-EXIT.

           IF WS-PUB-IS-BURSTING
              MOVE ZERO  TO WS-PUB-WORK-ROWS
              MOVE SPACE TO WS-PUB-TITLE-LINE WS-PUB-COL-HEAD
              OPEN OUTPUT FC-PUBLISH-WORK
           END-IF.

           PERFORM UNTIL WS-PUB-EOF EQUAL 'S'

               ADD 1 TO WS-PUB-LINES
               MOVE FS-SPOOL-LINE TO WS-PUB-LINE

               PERFORM 0700-CLASSIFY-LINE THRU 0700-CLASSIFY-LINE-EXIT
               PERFORM 1000-PAGE-LINE     THRU 1000-PAGE-LINE-EXIT

               IF WS-PUB-IS-BURSTING
                  PERFORM 2000-BURST-LINE THRU 2000-BURST-LINE-EXIT
               END-IF

               PERFORM 0600-READ-SPOOL THRU 0600-READ-SPOOL-EXIT

           END-PERFORM.

           CLOSE FC-SPOOL.

           MOVE 'M' TO WS-PUB-TARGET.

           IF WS-PUB-TABLE-OPEN EQUAL 'Y'
              MOVE "</table>" TO WS-PUB-OUT
              PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT
           END-IF.

           PERFORM 8200-PAGE-FOOT THRU 8200-PAGE-FOOT-EXIT.

           CLOSE FC-PUBLISH-PAGE.

           IF WS-PUB-IS-BURSTING
              CLOSE FC-PUBLISH-WORK
           END-IF.

           MOVE SPACE                TO WS-PUB-VALUE.
           MOVE WS-PUBLISH-PAGE-NAME TO WS-PUB-NAME.
           MOVE WS-PUB-LINES         TO FS-PUBLISH-LINES.
           PERFORM 3000-REGISTER-PAGE THRU 3000-REGISTER-PAGE-EXIT.

           CLOSE FC-PUBLISH-REG.

       0500-PUBLISH-REPORT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Next line of the filed report - the walk ends at the end   ***
      *** of the spool or at the first line filed under anything     ***
      *** else.                                                      ***
      ******************************************************************
       0600-READ-SPOOL.

           READ FC-SPOOL NEXT RECORD

           AT END
               MOVE 'S' TO WS-PUB-EOF

           NOT AT END
               IF FS-SPOOL-REPORT   NOT EQUAL WS-PUB-REPORT
               OR FS-SPOOL-DATABASE NOT EQUAL WS-PUB-DATABASE
               OR FS-SPOOL-DATE     NOT EQUAL WS-PUB-DATE
                  MOVE 'S' TO WS-PUB-EOF
               END-IF

           END-READ.

       0600-READ-SPOOL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** What the line is, by the shapes REYDB_REPORT prints - a    ***
      *** page starts with its DATABASE ... PAGE title, the column   ***
      *** headings follow, then one blank line. Any other report's   ***
      *** lines are all plain detail.                                ***
      ******************************************************************
       0700-CLASSIFY-LINE.

           MOVE 'D' TO WS-PUB-KIND.

           IF WS-PUB-AFTER-TITLE EQUAL 'Y'
              MOVE 'N' TO WS-PUB-AFTER-TITLE
              MOVE 'Y' TO WS-PUB-AFTER-HEAD
              MOVE 'H' TO WS-PUB-KIND
              GO TO 0700-CLASSIFY-LINE-EXIT
           END-IF.

           IF WS-PUB-AFTER-HEAD EQUAL 'Y'
              MOVE 'N' TO WS-PUB-AFTER-HEAD
              IF WS-PUB-LINE EQUAL SPACE
                 MOVE 'X' TO WS-PUB-KIND
                 GO TO 0700-CLASSIFY-LINE-EXIT
              END-IF
           END-IF.

           IF WS-PUB-LINE (1:9) EQUAL "DATABASE "
              MOVE ZERO TO WS-PUB-TALLY
              INSPECT WS-PUB-LINE TALLYING WS-PUB-TALLY
                  FOR ALL "  PAGE "
              IF WS-PUB-TALLY GREATER THAN ZERO
                 MOVE 'T' TO WS-PUB-KIND
                 MOVE 'Y' TO WS-PUB-AFTER-TITLE
              END-IF
              GO TO 0700-CLASSIFY-LINE-EXIT
           END-IF.

           IF WS-PUB-LINE (1:11) EQUAL "  SUBTOTAL "
              MOVE 'S' TO WS-PUB-KIND
           END-IF.

           IF WS-PUB-LINE (1:14) EQUAL "  GRAND TOTAL "
              MOVE 'G' TO WS-PUB-KIND
           END-IF.

       0700-CLASSIFY-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One line onto the report page. A title line closes the     ***
      *** print page's table and opens the next under it as the      ***
      *** caption; the headings become the table header.             ***
      ******************************************************************
       1000-PAGE-LINE.

           MOVE 'M' TO WS-PUB-TARGET.

           IF WS-PUB-KIND EQUAL 'X'
              GO TO 1000-PAGE-LINE-EXIT
           END-IF.

           IF WS-PUB-KIND EQUAL 'T'
              IF WS-PUB-TABLE-OPEN EQUAL 'Y'
                 MOVE "</table>" TO WS-PUB-OUT
                 PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT
              END-IF
              MOVE "<table>" TO WS-PUB-OUT
              PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT
              MOVE 'Y' TO WS-PUB-TABLE-OPEN
              PERFORM 8400-WRITE-ROW THRU 8400-WRITE-ROW-EXIT
              GO TO 1000-PAGE-LINE-EXIT
           END-IF.

           IF WS-PUB-TABLE-OPEN NOT EQUAL 'Y'
              MOVE "<table>" TO WS-PUB-OUT
              PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT
              MOVE 'Y' TO WS-PUB-TABLE-OPEN
           END-IF.

           PERFORM 8400-WRITE-ROW THRU 8400-WRITE-ROW-EXIT.

       1000-PAGE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The same line as the burst run sees it. Detail lines wait  ***
      *** on the work file until the group's subtotal names its      ***
      *** break value; page titles and headings are kept to head     ***
      *** each burst page; the grand total belongs to the whole      ***
      *** report only.                                               ***
      ******************************************************************
       2000-BURST-LINE.

           EVALUATE WS-PUB-KIND
               WHEN 'T'
                   MOVE WS-PUB-LINE TO WS-PUB-TITLE-LINE
               WHEN 'H'
                   MOVE WS-PUB-LINE TO WS-PUB-COL-HEAD
               WHEN 'S'
                   PERFORM 2100-WRITE-BURST-PAGE
                      THRU 2100-WRITE-BURST-PAGE-EXIT
               WHEN 'D'
                   WRITE FS-PUBLISH-WORK-RECORD FROM WS-PUB-LINE
                   ADD 1 TO WS-PUB-WORK-ROWS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-BURST-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Closes one burst group onto its own page - headings, the   ***
      *** group's lines off the work file, its subtotal - registers  ***
      *** the page and starts the work file afresh for the next.     ***
      ******************************************************************
       2100-WRITE-BURST-PAGE.

           CLOSE FC-PUBLISH-WORK.

           MOVE WS-PUB-LINE (12:32) TO WS-PUB-VALUE.

           IF WS-PUB-VALUE EQUAL SPACE
              MOVE "BLANK" TO WS-PUB-VALUE
           END-IF.

           PERFORM 8500-NAME-PAGE THRU 8500-NAME-PAGE-EXIT.
           MOVE WS-PUB-NAME TO WS-PUBLISH-PART-NAME.

           OPEN OUTPUT FC-PUBLISH-PART.

           MOVE 'B' TO WS-PUB-TARGET.
           PERFORM 8100-PAGE-HEAD THRU 8100-PAGE-HEAD-EXIT.

           MOVE "<table>" TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

      *** The subtotal line is held aside while the group's title,
      *** headings and lines go out ahead of it.
           MOVE WS-PUB-LINE TO WS-PUB-HOLD-LINE.

           IF WS-PUB-TITLE-LINE NOT EQUAL SPACE
              MOVE WS-PUB-TITLE-LINE TO WS-PUB-LINE
              MOVE 'T' TO WS-PUB-KIND
              PERFORM 8400-WRITE-ROW THRU 8400-WRITE-ROW-EXIT
              MOVE WS-PUB-COL-HEAD TO WS-PUB-LINE
              MOVE 'H' TO WS-PUB-KIND
              PERFORM 8400-WRITE-ROW THRU 8400-WRITE-ROW-EXIT
           END-IF.

           OPEN INPUT FC-PUBLISH-WORK.
           MOVE 'N' TO WS-PUB-WORK-EOF.
           MOVE 'D' TO WS-PUB-KIND.

           PERFORM UNTIL WS-PUB-WORK-EOF EQUAL 'S'

               READ FC-PUBLISH-WORK

               AT END
                   MOVE 'S' TO WS-PUB-WORK-EOF

               NOT AT END
                   MOVE FS-PUBLISH-WORK-RECORD TO WS-PUB-LINE
                   PERFORM 8400-WRITE-ROW THRU 8400-WRITE-ROW-EXIT
               END-READ

           END-PERFORM.

           CLOSE FC-PUBLISH-WORK.

           MOVE WS-PUB-HOLD-LINE TO WS-PUB-LINE.
           MOVE 'S' TO WS-PUB-KIND.
           PERFORM 8400-WRITE-ROW THRU 8400-WRITE-ROW-EXIT.

           MOVE "</table>" TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           PERFORM 8200-PAGE-FOOT THRU 8200-PAGE-FOOT-EXIT.

           CLOSE FC-PUBLISH-PART.

           MOVE WS-PUBLISH-PART-NAME TO WS-PUB-NAME.
           COMPUTE FS-PUBLISH-LINES = WS-PUB-WORK-ROWS + 1.
           PERFORM 3000-REGISTER-PAGE THRU 3000-REGISTER-PAGE-EXIT.

      *** The next group starts from an empty work file, under the
      *** same print page's title until the next one comes along.
           MOVE ZERO TO WS-PUB-WORK-ROWS.

           OPEN OUTPUT FC-PUBLISH-WORK.

       2100-WRITE-BURST-PAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Registers one published page under the report, database,   ***
      *** date and break value - publishing again refreshes it.      ***
      ******************************************************************
       3000-REGISTER-PAGE.

           MOVE WS-PUB-REPORT   TO FS-PUBLISH-REPORT.
           MOVE WS-PUB-DATABASE TO FS-PUBLISH-DATABASE.
           MOVE WS-PUB-DATE     TO FS-PUBLISH-DATE.
           MOVE WS-PUB-VALUE    TO FS-PUBLISH-VALUE.
           MOVE WS-PUB-NAME     TO FS-PUBLISH-PAGE-FILE.
           ACCEPT FS-PUBLISH-ON FROM DATE YYYYMMDD.

           WRITE FS-PUBLISH-RECORD

           INVALID KEY

               REWRITE FS-PUBLISH-RECORD
               INVALID KEY
                   CONTINUE
               END-REWRITE

           END-WRITE.

           ADD 1 TO WS-PUB-PAGES.

       3000-REGISTER-PAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Rebuilds index.html off the register - one row per page,   ***
      *** by report, database and date, linking to the page.         ***
      ******************************************************************
       4000-BUILD-INDEX.

           OPEN INPUT FC-PUBLISH-REG.

           IF WS-PUBLISH-REG-STATUS NOT EQUAL "00"
              GO TO 4000-BUILD-INDEX-EXIT
           END-IF.

           OPEN OUTPUT FC-PUBLISH-INDEX.

           MOVE 'I' TO WS-PUB-TARGET.
           MOVE "Published reports" TO WS-PUB-PAGE-TITLE.
           PERFORM 8100-PAGE-HEAD THRU 8100-PAGE-HEAD-EXIT.

           MOVE "<table>" TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE SPACE TO WS-PUB-OUT.
           STRING "<tr><th>REPORT</th><th>DATE</th>"  DELIMITED BY SIZE
                  "<th>DATABASE</th><th>PAGE</th>"    DELIMITED BY SIZE
                  "<th>LINES</th></tr>"               DELIMITED BY SIZE
             INTO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE 'N' TO WS-PUB-IDX-EOF.

           PERFORM UNTIL WS-PUB-IDX-EOF EQUAL 'S'

               READ FC-PUBLISH-REG NEXT RECORD

               AT END
                   MOVE 'S' TO WS-PUB-IDX-EOF

               NOT AT END
                   PERFORM 4100-INDEX-ROW THRU 4100-INDEX-ROW-EXIT
               END-READ

           END-PERFORM.

           MOVE "</table>" TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           PERFORM 8200-PAGE-FOOT THRU 8200-PAGE-FOOT-EXIT.

           CLOSE FC-PUBLISH-INDEX.
           CLOSE FC-PUBLISH-REG.

       4000-BUILD-INDEX-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One index row - the whole report's page reads REPORT, a    ***
      *** burst page its break value.                                ***
      ******************************************************************
       4100-INDEX-ROW.

           MOVE FS-PUBLISH-PAGE-FILE TO WS-PUB-NAME.
           PERFORM 8600-HREF-NAME THRU 8600-HREF-NAME-EXIT.

           IF FS-PUBLISH-VALUE EQUAL SPACE
              MOVE "REPORT" TO WS-PUB-LINK-TEXT
           ELSE
              MOVE FS-PUBLISH-VALUE TO WS-PUB-LINK-TEXT
           END-IF.

           MOVE FS-PUBLISH-LINES TO WS-PUB-LINES-X.

           MOVE SPACE TO WS-PUB-OUT.
           STRING "<tr><td>"          DELIMITED BY SIZE
                  FS-PUBLISH-REPORT   DELIMITED BY SPACE
                  "</td><td>"         DELIMITED BY SIZE
                  FS-PUBLISH-DATE     DELIMITED BY SIZE
                  "</td><td>"         DELIMITED BY SIZE
                  FS-PUBLISH-DATABASE DELIMITED BY SPACE
                  "</td><td><a href='" DELIMITED BY SIZE
                  WS-PUB-HREF         DELIMITED BY SPACE
                  "'>"                DELIMITED BY SIZE
                  WS-PUB-LINK-TEXT    DELIMITED BY SIZE
                  "</a></td><td>"     DELIMITED BY SIZE
                  WS-PUB-LINES-X      DELIMITED BY SIZE
                  "</td></tr>"        DELIMITED BY SIZE
             INTO WS-PUB-OUT.

           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

       4100-INDEX-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Escapes the line in hand for the page - trailing blanks    ***
      *** dropped, the three characters markup reserves spelled out, ***
      *** and a blank line kept as one hard space so its row stands. ***
      ******************************************************************
       8000-ESCAPE-LINE.

           MOVE SPACE TO WS-PUB-TEXT.

           PERFORM VARYING WS-PUB-END FROM 132 BY -1
                     UNTIL WS-PUB-END EQUAL ZERO
                        OR WS-PUB-LINE (WS-PUB-END:1) NOT EQUAL SPACE
               CONTINUE
           END-PERFORM.

           IF WS-PUB-END EQUAL ZERO
              MOVE "&#160;" TO WS-PUB-TEXT
              MOVE 6 TO WS-PUB-TEXT-LEN
              GO TO 8000-ESCAPE-LINE-EXIT
           END-IF.

           MOVE 1 TO WS-PUB-TEXT-PTR.

           PERFORM VARYING WS-PUB-POS FROM 1 BY 1
                     UNTIL WS-PUB-POS GREATER THAN WS-PUB-END

               EVALUATE WS-PUB-LINE (WS-PUB-POS:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                         INTO WS-PUB-TEXT
                         WITH POINTER WS-PUB-TEXT-PTR
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                         INTO WS-PUB-TEXT
                         WITH POINTER WS-PUB-TEXT-PTR
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                         INTO WS-PUB-TEXT
                         WITH POINTER WS-PUB-TEXT-PTR
                       END-STRING
                   WHEN OTHER
                       STRING WS-PUB-LINE (WS-PUB-POS:1)
                              DELIMITED BY SIZE
                         INTO WS-PUB-TEXT
                         WITH POINTER WS-PUB-TEXT-PTR
                       END-STRING
               END-EVALUATE

           END-PERFORM.

           COMPUTE WS-PUB-TEXT-LEN = WS-PUB-TEXT-PTR - 1.

       8000-ESCAPE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Opens a page - the title, the house style for tables,      ***
      *** highlighted subtotal and grand-total rows, and a way back  ***
      *** to the index from every report page.                       ***
      ******************************************************************
       8100-PAGE-HEAD.

           IF WS-PUB-TARGET NOT EQUAL 'I'
              MOVE SPACE TO WS-PUB-PAGE-TITLE
              STRING WS-PUB-REPORT   DELIMITED BY SPACE
                     "  "            DELIMITED BY SIZE
                     WS-PUB-DATABASE DELIMITED BY SPACE
                     "  "            DELIMITED BY SIZE
                     WS-PUB-DATE     DELIMITED BY SIZE
                     "  "            DELIMITED BY SIZE
                     WS-PUB-VALUE    DELIMITED BY SIZE
                INTO WS-PUB-PAGE-TITLE
           END-IF.

           MOVE "<!DOCTYPE html>" TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE "<html><head><meta charset='utf-8'>" TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE SPACE TO WS-PUB-OUT.
           STRING "<title>"         DELIMITED BY SIZE
                  WS-PUB-PAGE-TITLE DELIMITED BY SIZE
                  "</title>"        DELIMITED BY SIZE
             INTO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE "<style>" TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE "table{border-collapse:collapse;margin-bottom:1em}"
             TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE "caption{text-align:left;font-weight:bold}"
             TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE SPACE TO WS-PUB-OUT.
           STRING "th,td{font-family:monospace;white-space:pre;"
                      DELIMITED BY SIZE
                  "text-align:left;padding:0 4px}"
                      DELIMITED BY SIZE
             INTO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE "th{background:#d9d9d9}" TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE "tr.sub td{background:#fff2cc;font-weight:bold}"
             TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE "tr.grand td{background:#c6e0b4;font-weight:bold}"
             TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE "</style></head><body>" TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           MOVE SPACE TO WS-PUB-OUT.
           STRING "<h1>"            DELIMITED BY SIZE
                  WS-PUB-PAGE-TITLE DELIMITED BY SIZE
                  "</h1>"           DELIMITED BY SIZE
             INTO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

           IF WS-PUB-TARGET NOT EQUAL 'I'
              MOVE SPACE TO WS-PUB-OUT
              STRING "<p><a href='"    DELIMITED BY SIZE
                     WS-PUB-INDEX-HREF DELIMITED BY SPACE
                     "'>Published reports</a></p>" DELIMITED BY SIZE
                INTO WS-PUB-OUT
              PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT
           END-IF.

       8100-PAGE-HEAD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Closes a page.                                             ***
      ******************************************************************
       8200-PAGE-FOOT.

           MOVE "</body></html>" TO WS-PUB-OUT.
           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

       8200-PAGE-FOOT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Writes the built line to the page in hand.                 ***
      ******************************************************************
       8300-WRITE-OUT.

           EVALUATE WS-PUB-TARGET
               WHEN 'M'
                   WRITE FS-PUBLISH-PAGE-RECORD FROM WS-PUB-OUT
               WHEN 'B'
                   WRITE FS-PUBLISH-PART-RECORD FROM WS-PUB-OUT
               WHEN 'I'
                   WRITE FS-PUBLISH-INDEX-RECORD FROM WS-PUB-OUT
           END-EVALUATE.

           MOVE SPACE TO WS-PUB-OUT.

       8300-WRITE-OUT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One report line marked up by its kind - the title as the   ***
      *** table caption, the headings as the header row, subtotal    ***
      *** and grand-total rows classed for their highlight.          ***
      ******************************************************************
       8400-WRITE-ROW.

           PERFORM 8000-ESCAPE-LINE THRU 8000-ESCAPE-LINE-EXIT.

           MOVE SPACE TO WS-PUB-OUT.
           MOVE 1     TO WS-PUB-OUT-PTR.

           EVALUATE WS-PUB-KIND
               WHEN 'T'
                   STRING "<caption>" DELIMITED BY SIZE
                     INTO WS-PUB-OUT WITH POINTER WS-PUB-OUT-PTR
                   END-STRING
               WHEN 'H'
                   STRING "<tr><th>" DELIMITED BY SIZE
                     INTO WS-PUB-OUT WITH POINTER WS-PUB-OUT-PTR
                   END-STRING
               WHEN 'S'
                   STRING "<tr class='sub'><td>" DELIMITED BY SIZE
                     INTO WS-PUB-OUT WITH POINTER WS-PUB-OUT-PTR
                   END-STRING
               WHEN 'G'
                   STRING "<tr class='grand'><td>" DELIMITED BY SIZE
                     INTO WS-PUB-OUT WITH POINTER WS-PUB-OUT-PTR
                   END-STRING
               WHEN OTHER
                   STRING "<tr><td>" DELIMITED BY SIZE
                     INTO WS-PUB-OUT WITH POINTER WS-PUB-OUT-PTR
                   END-STRING
           END-EVALUATE.

           STRING WS-PUB-TEXT (1:WS-PUB-TEXT-LEN) DELIMITED BY SIZE
             INTO WS-PUB-OUT WITH POINTER WS-PUB-OUT-PTR
           END-STRING.

           EVALUATE WS-PUB-KIND
               WHEN 'T'
                   STRING "</caption>" DELIMITED BY SIZE
                     INTO WS-PUB-OUT WITH POINTER WS-PUB-OUT-PTR
                   END-STRING
               WHEN 'H'
                   STRING "</th></tr>" DELIMITED BY SIZE
                     INTO WS-PUB-OUT WITH POINTER WS-PUB-OUT-PTR
                   END-STRING
               WHEN OTHER
                   STRING "</td></tr>" DELIMITED BY SIZE
                     INTO WS-PUB-OUT WITH POINTER WS-PUB-OUT-PTR
                   END-STRING
           END-EVALUATE.

           PERFORM 8300-WRITE-OUT THRU 8300-WRITE-OUT-EXIT.

       8400-WRITE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Names a page off the report, database, date and (for a     ***
      *** burst page) break value - no directory separators from     ***
      *** the database or the value - qualified for the environment. ***
      ******************************************************************
       8500-NAME-PAGE.

           MOVE SPACE TO WS-PUB-NAME.

           IF WS-PUB-VALUE EQUAL SPACE
              STRING WS-PUB-REPORT   DELIMITED BY SPACE
                     "."             DELIMITED BY SIZE
                     WS-PUB-DATABASE DELIMITED BY SPACE
                     "."             DELIMITED BY SIZE
                     WS-PUB-DATE     DELIMITED BY SIZE
                     ".html"         DELIMITED BY SIZE
                INTO WS-PUB-NAME
           ELSE
              STRING WS-PUB-REPORT   DELIMITED BY SPACE
                     "."             DELIMITED BY SIZE
                     WS-PUB-DATABASE DELIMITED BY SPACE
                     "."             DELIMITED BY SIZE
                     WS-PUB-DATE     DELIMITED BY SIZE
                     "."             DELIMITED BY SIZE
                     WS-PUB-VALUE    DELIMITED BY SPACE
                     ".html"         DELIMITED BY SIZE
                INTO WS-PUB-NAME
           END-IF.

           INSPECT WS-PUB-NAME REPLACING ALL "/" BY "_".

           CALL "REYDB_ENV_NAME" USING WS-PUB-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       8500-NAME-PAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A published file's name as a link - what follows its last  ***
      *** directory separator, the pages and index sharing one home. ***
      ******************************************************************
       8600-HREF-NAME.

           PERFORM VARYING WS-PUB-CUT FROM 64 BY -1
                     UNTIL WS-PUB-CUT EQUAL ZERO
                        OR WS-PUB-NAME (WS-PUB-CUT:1) EQUAL "/"
               CONTINUE
           END-PERFORM.

           MOVE SPACE TO WS-PUB-HREF.

           IF WS-PUB-CUT LESS THAN 64
              MOVE WS-PUB-NAME (WS-PUB-CUT + 1:) TO WS-PUB-HREF
           END-IF.

       8600-HREF-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and page file names,          ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-SPOOL-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-PUBLISH-REG-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-PUBLISH-INDEX-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-PUBLISH-WORK-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           MOVE WS-PUBLISH-INDEX-NAME TO WS-PUB-NAME.
           PERFORM 8600-HREF-NAME THRU 8600-HREF-NAME-EXIT.
           MOVE WS-PUB-HREF TO WS-PUB-INDEX-HREF.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
