      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    workq.cbl         ***
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
       PROGRAM-ID. REYDB_WORKQ IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Work queue - one place for every record that needs a       ***
      *** person to look at it. Validation refusals, watch-list      ***
      *** hits, REYDB_DUPFIND findings, pending approvals and        ***
      *** reconciliations out of balance used to land on separate    ***
      *** reports nobody tracked to closure; each of those paths now ***
      *** raises an item here through REYDB_WORKQ, with a due date   ***
      *** REYDB_CALENDAR counts off in business days by reason.      ***
      ***                                                            ***
      *** REYDB_WORKQ raises (the same record and reason raised      ***
      *** again while its item is outstanding refreshes that item's  ***
      *** detail, it does not queue a second); REYDB_WORKQ_TAKE puts ***
      *** an item in the signed-on user's name; REYDB_WORKQ_WORK     ***
      *** marks it in work with a note; REYDB_WORKQ_CLOSE closes     ***
      *** it - its assignee or a WORKSUP role holder only;           ***
      *** REYDB_WORKQ_ASSIGN hands an item to a named user (WORKSUP  ***
      *** only); REYDB_WORKQ_RESOLVE closes what is outstanding for  ***
      *** a record and reason when the program that raised it sees   ***
      *** the finding settled; REYDB_WORKQ_REPORT is the daily       ***
      *** aging/SLA report of the open items by reason and by        ***
      *** assignee, with the overdue ones listed, filed into the     ***
      *** spool as WORKQ.                                            ***
      ***                                                            ***
      *** The screen side is REYDB_WORKQ_SCREEN, off REYDB_CONSOLE.  ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-workq.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-workq.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-workq.cpy".
       COPY "data/working/reydb-calendar.cpy".
       COPY "data/working/reydb-secjrnl.cpy".
       COPY "data/working/reydb-sod.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_WORKQ".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-WKQ-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Who is raising, taking or closing, and when.
       77 WS-WKQ-USER  PIC X(08) VALUE SPACE.
       77 WS-WKQ-TODAY PIC 9(08) VALUE ZERO.
       77 WS-WKQ-TIME  PIC 9(08) VALUE ZERO.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The record and reason an item is about - the alternate
      *** key's shape.
       01 WS-WKQ-SUBJECT.
          02 WS-WKQ-SUBJECT-DATABASE PIC X(64).
          02 WS-WKQ-SUBJECT-KEY      PIC X(18).
          02 WS-WKQ-SUBJECT-REASON   PIC X(08).

      *** The outstanding item found for a subject, zero none.
       77 WS-WKQ-FOUND-ITEM PIC 9(09) VALUE ZERO.
       77 WS-WKQ-NEXT-ITEM  PIC 9(09) VALUE ZERO.
       77 WS-WKQ-EOF        PIC X(01) VALUE 'N'.

      *** Turnaround in business days per reason - a reason not in
      *** the table takes the default.
       01 WS-WKQ-SLA-VALUES.
          02 FILLER PIC X(08) VALUE "WATCH".
          02 FILLER PIC 9(02) VALUE 01.
          02 FILLER PIC X(08) VALUE "APPROVE".
          02 FILLER PIC 9(02) VALUE 01.
          02 FILLER PIC X(08) VALUE "VALIDATE".
          02 FILLER PIC 9(02) VALUE 02.
          02 FILLER PIC X(08) VALUE "RECON".
          02 FILLER PIC 9(02) VALUE 03.
          02 FILLER PIC X(08) VALUE "DUPFIND".
          02 FILLER PIC 9(02) VALUE 05.
          02 FILLER PIC X(08) VALUE "KEYVFY".
          02 FILLER PIC 9(02) VALUE 01.
       01 WS-WKQ-SLA-TABLE REDEFINES WS-WKQ-SLA-VALUES.
          02 WS-WKQ-SLA-ENTRY OCCURS 6 TIMES.
             03 WS-WKQ-SLA-REASON PIC X(08).
             03 WS-WKQ-SLA-DAYS   PIC 9(02).

       77 WS-WKQ-SLA-DEFAULT PIC 9(02) VALUE 03.
       77 WS-WKQ-SLA-IDX     PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-WKQ-SLA-WANTED  PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-WKQ-SLA-COUNTED PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-WKQ-STEP-DAY    PIC 9(08) VALUE ZERO.

      *** A date broken into its parts and turned into a running
      *** day number, so two dates subtract into the days between.
       01 WS-WKQ-CAL.
          02 WS-WKQ-CAL-YEAR  PIC 9(04).
          02 WS-WKQ-CAL-MONTH PIC 9(02).
          02 WS-WKQ-CAL-DAY   PIC 9(02).
       01 WS-WKQ-CAL-N REDEFINES WS-WKQ-CAL PIC 9(08).

       77 WS-WKQ-DAYNUM    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-WKQ-TODAY-NUM PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-WKQ-Y         PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-WKQ-M         PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-WKQ-TERM      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-WKQ-AGE       PIC S9(09) COMP-5 VALUE ZERO.
       77 WS-WKQ-BUCKET    PIC 9(01) VALUE ZERO.
       77 WS-WKQ-OVERDUE   PIC X(01) VALUE 'N'.

      *** The age buckets' names, in bucket order.
       01 WS-WKQ-BUCKET-NAMES.
          02 FILLER PIC X(06) VALUE "0-1".
          02 FILLER PIC X(06) VALUE "2-5".
          02 FILLER PIC X(06) VALUE "6-10".
          02 FILLER PIC X(06) VALUE "11-30".
          02 FILLER PIC X(06) VALUE "31+".
       01 WS-WKQ-BUCKET-VIEW REDEFINES WS-WKQ-BUCKET-NAMES.
          02 WS-WKQ-BUCKET-NAME PIC X(06) OCCURS 5 TIMES.

      *** Open items per reason and per assignee - slot one of each
      *** is *TOTAL*; an item nobody has taken counts under
      *** *UNTAKEN*. Past the last slot everything lands in *OTHER*.
       01 WS-WKQ-REASON-TABLE.
          02 WS-WKQ-REASON-ENTRY OCCURS 20 TIMES.
             03 WS-WKQ-REASON-VALUE   PIC X(08).
             03 WS-WKQ-REASON-COUNT   PIC 9(09) COMP-5 OCCURS 5 TIMES.
             03 WS-WKQ-REASON-LATE    PIC 9(09) COMP-5.
             03 WS-WKQ-REASON-OLDEST  PIC 9(09) COMP-5.

       01 WS-WKQ-OWNER-TABLE.
          02 WS-WKQ-OWNER-ENTRY OCCURS 50 TIMES.
             03 WS-WKQ-OWNER-VALUE    PIC X(08).
             03 WS-WKQ-OWNER-COUNT    PIC 9(09) COMP-5 OCCURS 5 TIMES.
             03 WS-WKQ-OWNER-LATE     PIC 9(09) COMP-5.
             03 WS-WKQ-OWNER-OLDEST   PIC 9(09) COMP-5.

       77 WS-WKQ-REASONS-USED PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WKQ-OWNERS-USED  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WKQ-SLOT         PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WKQ-ROW-SLOT     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WKQ-ROW-GROUP    PIC X(08) VALUE SPACE.
       77 WS-WKQ-TOTAL        PIC X(08) VALUE "*TOTAL*".
       77 WS-WKQ-OTHER        PIC X(08) VALUE "*OTHER*".
       77 WS-WKQ-UNTAKEN      PIC X(08) VALUE "*UNTAKEN".

      *** One summary line's figures on their way to print.
       77 WS-WKQ-LINE-GROUP  PIC X(08) VALUE SPACE.
       01 WS-WKQ-LINE-FIGURES.
          02 WS-WKQ-LINE-COUNT PIC 9(09) COMP-5 OCCURS 5 TIMES.
       77 WS-WKQ-LINE-LATE   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-WKQ-LINE-OLDEST PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-WKQ-LINE-ALL    PIC 9(09) COMP-5 VALUE ZERO.

      *** Report furniture.
       77 WS-WKQ-LINE       PIC X(132) VALUE SPACE.
       77 WS-WKQ-PTR        PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WKQ-PAGE-NO    PIC 9(04) VALUE ZERO.
       77 WS-WKQ-LINE-NO    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WKQ-PAGE-LIMIT PIC 9(04) COMP-5 VALUE 60.
       77 WS-WKQ-LINES      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-WKQ-HEADING    PIC X(40) VALUE SPACE.
       77 WS-WKQ-COUNT-ED   PIC Z(05)9.
       77 WS-WKQ-ITEM-ED    PIC Z(08)9.
       77 WS-WKQ-IDX        PIC 9(01) VALUE ZERO.

      *** Spool filing - the queue is estate-wide, so it files under
      *** its own file name rather than a database's.
       77 WS-WKQ-SPOOL-NAME   PIC X(64) VALUE "workq.dat".
       77 WS-WKQ-SPOOL-REPORT PIC X(16) VALUE "WORKQ".
       77 WS-WKQ-SPOOL-SOURCE PIC X(64) VALUE "workq.rpt".
       77 WS-REYDB-RESULT-SPOOL PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The record an item is about (SPACE - the database as a
      *** whole), why, and the one line shown to whoever works it.
       77 LS-WORKQ-KEY    PIC X(18) VALUE SPACE.
       77 LS-WORKQ-REASON PIC X(08) VALUE SPACE.
       77 LS-WORKQ-DETAIL PIC X(60) VALUE SPACE.

      *** One item by number, the note left on it, and the user an
      *** item is handed to.
       77 LS-WORKQ-ITEM PIC 9(09) VALUE ZERO.
       77 LS-WORKQ-NOTE PIC X(40) VALUE SPACE.
       77 LS-WORKQ-USER PIC X(08) VALUE SPACE.

      *** Items the report counted open.
       77 LS-WORKQ-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - raises one item, or refreshes the    ***
      *** detail of the item already outstanding for the same record ***
      *** and reason. A blank reason is a VALIDATION-FAIL.           ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-WORKQ-KEY
                                    LS-WORKQ-REASON
                                    LS-WORKQ-DETAIL
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-WORKQ-REASON EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 0200-OPEN-QUEUE THRU 0200-OPEN-QUEUE-EXIT.

           IF WS-WORKQ-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           ACCEPT WS-WKQ-TODAY FROM DATE YYYYMMDD.

      *** Raised by whoever is signed on - a batch step raises
      *** anonymously and that is allowed.
           MOVE SPACE TO WS-WKQ-USER.

           CALL "REYDB_WHOAMI" USING WS-WKQ-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           MOVE WS-WKQ-RESOLVED-NAME TO WS-WKQ-SUBJECT-DATABASE.
           MOVE LS-WORKQ-KEY        TO WS-WKQ-SUBJECT-KEY.
           MOVE LS-WORKQ-REASON     TO WS-WKQ-SUBJECT-REASON.

           PERFORM 0300-FIND-OUTSTANDING
              THRU 0300-FIND-OUTSTANDING-EXIT.

           IF WS-WKQ-FOUND-ITEM NOT EQUAL ZERO
              MOVE WS-WKQ-FOUND-ITEM TO FS-WORKQ-ITEM
              READ FC-WORKQ KEY IS FS-WORKQ-ITEM
              INVALID KEY
                  MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              NOT INVALID KEY
                  MOVE LS-WORKQ-DETAIL TO FS-WORKQ-DETAIL
                  REWRITE FS-WORKQ-RECORD
                  INVALID KEY
                      MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
                  NOT INVALID KEY
                      MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
                  END-REWRITE
              END-READ
              CLOSE FC-WORKQ
              GOBACK
           END-IF.

           PERFORM 0400-NEXT-ITEM THRU 0400-NEXT-ITEM-EXIT.
           PERFORM 0500-DUE-DATE THRU 0500-DUE-DATE-EXIT.

           MOVE SPACE            TO FS-WORKQ-RECORD.
           MOVE WS-WKQ-NEXT-ITEM  TO FS-WORKQ-ITEM.
           MOVE WS-WKQ-SUBJECT    TO FS-WORKQ-SUBJECT.
           MOVE LS-WORKQ-DETAIL  TO FS-WORKQ-DETAIL.
           MOVE WS-WKQ-TODAY      TO FS-WORKQ-RAISED-DATE.
           MOVE WS-WKQ-USER       TO FS-WORKQ-RAISED-BY.
           MOVE WS-WKQ-STEP-DAY   TO FS-WORKQ-DUE-DATE.
           MOVE 'O'              TO FS-WORKQ-STATUS.
           MOVE ZERO             TO FS-WORKQ-CLOSED-DATE.

           WRITE FS-WORKQ-RECORD

           INVALID KEY
               MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-WORKQ.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - takes one item into the signed-on     ***
      *** user's name. Anonymous callers are refused, and so is an   ***
      *** item someone else already holds - handing it over is       ***
      *** REYDB_WORKQ_ASSIGN's job.                                  ***
      ******************************************************************
       ENTRY "REYDB_WORKQ_TAKE" USING LS-WORKQ-ITEM.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0700-SIGNED-ON THRU 0700-SIGNED-ON-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0600-READ-ITEM THRU 0600-READ-ITEM-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           IF FS-WORKQ-IS-CLOSED
           OR (FS-WORKQ-ASSIGNEE NOT EQUAL SPACE
               AND FS-WORKQ-ASSIGNEE NOT EQUAL WS-WKQ-USER)
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              CLOSE FC-WORKQ
              GOBACK
           END-IF.

           MOVE WS-WKQ-USER TO FS-WORKQ-ASSIGNEE.

           IF FS-WORKQ-IS-OPEN
              MOVE 'T' TO FS-WORKQ-STATUS
           END-IF.

           PERFORM 0800-REWRITE-ITEM THRU 0800-REWRITE-ITEM-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - marks an item in work and leaves a     ***
      *** note on it. Only its assignee works it.                    ***
      ******************************************************************
       ENTRY "REYDB_WORKQ_WORK" USING LS-WORKQ-ITEM
                                      LS-WORKQ-NOTE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0700-SIGNED-ON THRU 0700-SIGNED-ON-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0600-READ-ITEM THRU 0600-READ-ITEM-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           IF FS-WORKQ-IS-CLOSED
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              CLOSE FC-WORKQ
              GOBACK
           END-IF.

           IF FS-WORKQ-ASSIGNEE NOT EQUAL WS-WKQ-USER
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CLOSE FC-WORKQ
              PERFORM 0750-NOTE-REFUSAL THRU 0750-NOTE-REFUSAL-EXIT
              GOBACK
           END-IF.

           MOVE 'W'           TO FS-WORKQ-STATUS.
           MOVE LS-WORKQ-NOTE TO FS-WORKQ-NOTE.

           PERFORM 0800-REWRITE-ITEM THRU 0800-REWRITE-ITEM-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - closes an item with a note. Its       ***
      *** assignee closes it; anyone else needs the WORKSUP role.    ***
      ******************************************************************
       ENTRY "REYDB_WORKQ_CLOSE" USING LS-WORKQ-ITEM
                                       LS-WORKQ-NOTE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0700-SIGNED-ON THRU 0700-SIGNED-ON-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0600-READ-ITEM THRU 0600-READ-ITEM-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           IF FS-WORKQ-IS-CLOSED
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              CLOSE FC-WORKQ
              GOBACK
           END-IF.

           IF FS-WORKQ-ASSIGNEE NOT EQUAL WS-WKQ-USER
              CALL "REYDB_ROLE_CHECK" USING WS-ROLE-WORKSUP
                  RETURNING WS-REYDB-RESULT-SOD
              END-CALL
              IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
                 MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
                 CLOSE FC-WORKQ
                 PERFORM 0750-NOTE-REFUSAL THRU 0750-NOTE-REFUSAL-EXIT
                 GOBACK
              END-IF
           END-IF.

           ACCEPT WS-WKQ-TODAY FROM DATE YYYYMMDD.

           MOVE 'C'           TO FS-WORKQ-STATUS.
           MOVE WS-WKQ-TODAY   TO FS-WORKQ-CLOSED-DATE.
           MOVE WS-WKQ-USER    TO FS-WORKQ-CLOSED-BY.
           MOVE LS-WORKQ-NOTE TO FS-WORKQ-NOTE.

           PERFORM 0800-REWRITE-ITEM THRU 0800-REWRITE-ITEM-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - hands an outstanding item to a named   ***
      *** user, or back to the queue when the user is SPACE. A       ***
      *** supervisor's move - the WORKSUP role only.                 ***
      ******************************************************************
       ENTRY "REYDB_WORKQ_ASSIGN" USING LS-WORKQ-ITEM
                                        LS-WORKQ-USER.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0700-SIGNED-ON THRU 0700-SIGNED-ON-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           CALL "REYDB_ROLE_CHECK" USING WS-ROLE-WORKSUP
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-WKQ-USER
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-ROLE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           PERFORM 0600-READ-ITEM THRU 0600-READ-ITEM-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           IF FS-WORKQ-IS-CLOSED
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              CLOSE FC-WORKQ
              GOBACK
           END-IF.

           MOVE LS-WORKQ-USER TO FS-WORKQ-ASSIGNEE.

           IF LS-WORKQ-USER EQUAL SPACE
              MOVE 'O' TO FS-WORKQ-STATUS
           ELSE
              MOVE 'T' TO FS-WORKQ-STATUS
           END-IF.

           PERFORM 0800-REWRITE-ITEM THRU 0800-REWRITE-ITEM-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixth entry point - the raising program's side of closure. ***
      *** Closes every item outstanding for one record and reason    ***
      *** with the note given, when the finding that raised them is  ***
      *** settled (a watch hit released or blocked, an approval      ***
      *** applied or rejected). Nothing outstanding is not an error. ***
      ******************************************************************
       ENTRY "REYDB_WORKQ_RESOLVE" USING LS-REYDB-DATABASE-NAME
                                         LS-WORKQ-KEY
                                         LS-WORKQ-REASON
                                         LS-WORKQ-NOTE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-WORKQ.

           IF WS-WORKQ-FILE-STATUS NOT EQUAL "00"
      *** No queue yet - nothing outstanding to close.
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           ACCEPT WS-WKQ-TODAY FROM DATE YYYYMMDD.

           MOVE SPACE TO WS-WKQ-USER.

           CALL "REYDB_WHOAMI" USING WS-WKQ-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           MOVE WS-WKQ-RESOLVED-NAME TO WS-WKQ-SUBJECT-DATABASE.
           MOVE LS-WORKQ-KEY        TO WS-WKQ-SUBJECT-KEY.
           MOVE LS-WORKQ-REASON     TO WS-WKQ-SUBJECT-REASON.
           MOVE WS-WKQ-SUBJECT       TO FS-WORKQ-SUBJECT.
           MOVE 'N'                 TO WS-WKQ-EOF.

           START FC-WORKQ KEY IS EQUAL FS-WORKQ-SUBJECT
           INVALID KEY
               MOVE 'S' TO WS-WKQ-EOF
           END-START.

           PERFORM 1000-RESOLVE-ONE THRU 1000-RESOLVE-ONE-EXIT
             UNTIL WS-WKQ-EOF EQUAL 'S'.

           CLOSE FC-WORKQ.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Seventh entry point - the daily aging/SLA report. Every    ***
      *** outstanding item is aged in calendar days since it was     ***
      *** raised and counted under its reason and its assignee; an   ***
      *** item past its due date counts overdue. The summaries print ***
      *** by reason, then by assignee, then the overdue items one    ***
      *** per line, oldest due first as the item numbers run.        ***
      ******************************************************************
       ENTRY "REYDB_WORKQ_REPORT" USING LS-WORKQ-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-WORKQ-COUNT.

           ACCEPT WS-WKQ-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-WKQ-TIME  FROM TIME.

           MOVE WS-WKQ-TODAY TO WS-WKQ-CAL-N.
           PERFORM 0900-DAY-NUMBER THRU 0900-DAY-NUMBER-EXIT.
           MOVE WS-WKQ-DAYNUM TO WS-WKQ-TODAY-NUM.

           MOVE ZERO TO WS-WKQ-REASONS-USED WS-WKQ-OWNERS-USED.

           MOVE WS-WKQ-TOTAL TO WS-WKQ-ROW-GROUP.
           PERFORM 2100-SEAT-REASON THRU 2100-SEAT-REASON-EXIT.
           PERFORM 2200-SEAT-OWNER THRU 2200-SEAT-OWNER-EXIT.

           OPEN INPUT FC-WORKQ.

           IF WS-WORKQ-FILE-STATUS EQUAL "00"
              MOVE 'N' TO WS-WKQ-EOF
              PERFORM 2000-TALLY-ITEM THRU 2000-TALLY-ITEM-EXIT
                UNTIL WS-WKQ-EOF EQUAL 'S'
              CLOSE FC-WORKQ
           END-IF.

           PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT.

           CALL "REYDB_SPOOL" USING WS-WKQ-SPOOL-NAME
                                    WS-WKQ-SPOOL-REPORT
                                    WS-WKQ-SPOOL-SOURCE
                                    WS-WKQ-LINES
               RETURNING WS-REYDB-RESULT-SPOOL
           END-CALL.

      *** The report is on disk either way, so a spool refusal is
      *** partial content.
           IF WS-REYDB-RESULT-SPOOL EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-PARTIAL-CONTENT TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Blank database name falls back to the "reymon.db" default. ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-WKQ-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-WKQ-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Opens the queue for update - the first item ever raised    ***
      *** self-creates workq.dat.                                    ***
      ******************************************************************
       0200-OPEN-QUEUE.

           OPEN I-O FC-WORKQ.

           IF WS-WORKQ-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-WORKQ
              CLOSE FC-WORKQ
              OPEN I-O FC-WORKQ
           END-IF.

       0200-OPEN-QUEUE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The item still outstanding for WS-WKQ-SUBJECT, by the      ***
      *** alternate key - zero when every item raised for it is      ***
      *** closed or none ever was.                                   ***
      ******************************************************************
       0300-FIND-OUTSTANDING.

           MOVE ZERO          TO WS-WKQ-FOUND-ITEM.
           MOVE 'N'           TO WS-WKQ-EOF.
           MOVE WS-WKQ-SUBJECT TO FS-WORKQ-SUBJECT.

           START FC-WORKQ KEY IS EQUAL FS-WORKQ-SUBJECT
           INVALID KEY
               GO TO 0300-FIND-OUTSTANDING-EXIT
           END-START.

           PERFORM UNTIL WS-WKQ-EOF EQUAL 'S'

               READ FC-WORKQ NEXT RECORD

               AT END
                   MOVE 'S' TO WS-WKQ-EOF

               NOT AT END
                   IF FS-WORKQ-SUBJECT NOT EQUAL WS-WKQ-SUBJECT
                      MOVE 'S' TO WS-WKQ-EOF
                   ELSE
                      IF FS-WORKQ-IS-OUTSTANDING
                         MOVE FS-WORKQ-ITEM TO WS-WKQ-FOUND-ITEM
                         MOVE 'S' TO WS-WKQ-EOF
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

       0300-FIND-OUTSTANDING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The next item number - one past the highest on file, found ***
      *** by starting just under the top of the key range and        ***
      *** reading the last item forward.                             ***
      ******************************************************************
       0400-NEXT-ITEM.

           MOVE 1 TO WS-WKQ-NEXT-ITEM.

           MOVE 999999999 TO FS-WORKQ-ITEM.

           START FC-WORKQ KEY IS LESS THAN FS-WORKQ-ITEM

           INVALID KEY

               CONTINUE

           NOT INVALID KEY

               READ FC-WORKQ NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   COMPUTE WS-WKQ-NEXT-ITEM = FS-WORKQ-ITEM + 1
               END-READ

           END-START.

       0400-NEXT-ITEM-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Due date - the reason's turnaround counted forward from    ***
      *** today in business days, leaving the result in              ***
      *** WS-WKQ-STEP-DAY.                                           ***
      ******************************************************************
       0500-DUE-DATE.

           MOVE WS-WKQ-SLA-DEFAULT TO WS-WKQ-SLA-WANTED.

           PERFORM VARYING WS-WKQ-SLA-IDX FROM 1 BY 1
                     UNTIL WS-WKQ-SLA-IDX GREATER THAN 6
               IF WS-WKQ-SLA-REASON (WS-WKQ-SLA-IDX)
                  EQUAL LS-WORKQ-REASON
                  MOVE WS-WKQ-SLA-DAYS (WS-WKQ-SLA-IDX)
                    TO WS-WKQ-SLA-WANTED
               END-IF
           END-PERFORM.

           MOVE ZERO        TO WS-WKQ-SLA-COUNTED.
           MOVE WS-WKQ-TODAY TO WS-WKQ-STEP-DAY.

           PERFORM 0550-BUSINESS-DAY THRU 0550-BUSINESS-DAY-EXIT
             UNTIL WS-WKQ-SLA-COUNTED NOT LESS THAN WS-WKQ-SLA-WANTED.

       0500-DUE-DATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One day on from the step day, counted when it is a         ***
      *** business day.                                              ***
      ******************************************************************
       0550-BUSINESS-DAY.

           MOVE WS-WKQ-STEP-DAY TO WS-CALENDAR-ASK-DATE.

           CALL "REYDB_CALENDAR_NEXT" USING WS-CALENDAR-ASK-DATE
                                            WS-WKQ-STEP-DAY
               RETURNING WS-REYDB-RESULT-CALENDAR
           END-CALL.

           MOVE WS-WKQ-STEP-DAY TO WS-CALENDAR-ASK-DATE.

           CALL "REYDB_CALENDAR_CHECK" USING WS-CALENDAR-ASK-DATE
                                             WS-CALENDAR-IS-BUSDAY
               RETURNING WS-REYDB-RESULT-CALENDAR
           END-CALL.

           IF WS-CALENDAR-IS-BUSDAY EQUAL 'Y'
              ADD 1 TO WS-WKQ-SLA-COUNTED
           END-IF.

       0550-BUSINESS-DAY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Opens the queue and reads LS-WORKQ-ITEM for update - the   ***
      *** queue is left open on success for the caller's rewrite. No ***
      *** queue or no such item is NOT-FOUND.                        ***
      ******************************************************************
       0600-READ-ITEM.

           OPEN I-O FC-WORKQ.

           IF WS-WORKQ-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GO TO 0600-READ-ITEM-EXIT
           END-IF.

           MOVE LS-WORKQ-ITEM TO FS-WORKQ-ITEM.

           READ FC-WORKQ KEY IS FS-WORKQ-ITEM

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
               CLOSE FC-WORKQ

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-READ.

       0600-READ-ITEM-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Working an item takes a name - an anonymous caller is      ***
      *** refused and the refusal journaled.                         ***
      ******************************************************************
       0700-SIGNED-ON.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.
           MOVE SPACE TO WS-WKQ-USER.

           CALL "REYDB_WHOAMI" USING WS-WKQ-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           IF WS-WKQ-USER EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
           END-IF.

       0700-SIGNED-ON-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Journals a signed-on user reaching for an item that is not ***
      *** theirs to work or close.                                   ***
      ******************************************************************
       0750-NOTE-REFUSAL.

           CALL "REYDB_SECURITY_NOTE" USING WS-WKQ-USER
                                            WS-SECJRNL-PROGRAM
                                            FS-WORKQ-DATABASE
                                            FS-WORKQ-RECORD-KEY
                                            WS-SECJRNL-ACCESS
               RETURNING WS-REYDB-RESULT-SECJRNL
           END-CALL.

       0750-NOTE-REFUSAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Puts the item in hand back and closes the queue.           ***
      ******************************************************************
       0800-REWRITE-ITEM.

           REWRITE FS-WORKQ-RECORD

           INVALID KEY
               MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-REWRITE.

           CLOSE FC-WORKQ.

       0800-REWRITE-ITEM-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-WKQ-CAL as a running day number - years counted from a  ***
      *** March start so the leap day falls last, then the month's   ***
      *** days before it and the day itself.                         ***
      ******************************************************************
       0900-DAY-NUMBER.

           MOVE WS-WKQ-CAL-YEAR  TO WS-WKQ-Y.
           MOVE WS-WKQ-CAL-MONTH TO WS-WKQ-M.

           IF WS-WKQ-M LESS THAN 3
              SUBTRACT 1 FROM WS-WKQ-Y
              ADD 12 TO WS-WKQ-M
           END-IF.

           MULTIPLY WS-WKQ-Y BY 365 GIVING WS-WKQ-DAYNUM.

           DIVIDE WS-WKQ-Y BY 4 GIVING WS-WKQ-TERM.
           ADD WS-WKQ-TERM TO WS-WKQ-DAYNUM.

           DIVIDE WS-WKQ-Y BY 100 GIVING WS-WKQ-TERM.
           SUBTRACT WS-WKQ-TERM FROM WS-WKQ-DAYNUM.

           DIVIDE WS-WKQ-Y BY 400 GIVING WS-WKQ-TERM.
           ADD WS-WKQ-TERM TO WS-WKQ-DAYNUM.

           COMPUTE WS-WKQ-TERM = (153 * (WS-WKQ-M - 3)) + 2.
           DIVIDE WS-WKQ-TERM BY 5 GIVING WS-WKQ-TERM.
           ADD WS-WKQ-TERM TO WS-WKQ-DAYNUM.

           ADD WS-WKQ-CAL-DAY TO WS-WKQ-DAYNUM.

       0900-DAY-NUMBER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One item under the subject - an outstanding one is closed  ***
      *** with the resolving note; the walk stops at the first item  ***
      *** about anything else.                                       ***
      ******************************************************************
       1000-RESOLVE-ONE.

           READ FC-WORKQ NEXT RECORD

           AT END
               MOVE 'S' TO WS-WKQ-EOF
               GO TO 1000-RESOLVE-ONE-EXIT

           END-READ.

           IF FS-WORKQ-SUBJECT NOT EQUAL WS-WKQ-SUBJECT
              MOVE 'S' TO WS-WKQ-EOF
              GO TO 1000-RESOLVE-ONE-EXIT
           END-IF.

           IF NOT FS-WORKQ-IS-OUTSTANDING
              GO TO 1000-RESOLVE-ONE-EXIT
           END-IF.

           MOVE 'C'           TO FS-WORKQ-STATUS.
           MOVE WS-WKQ-TODAY   TO FS-WORKQ-CLOSED-DATE.
           MOVE WS-WKQ-USER    TO FS-WORKQ-CLOSED-BY.
           MOVE LS-WORKQ-NOTE TO FS-WORKQ-NOTE.

           REWRITE FS-WORKQ-RECORD
           INVALID KEY
               CONTINUE
           END-REWRITE.

       1000-RESOLVE-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One item on the report sweep - an outstanding item aged,   ***
      *** bucketed and counted under *TOTAL*, its reason and its     ***
      *** assignee.                                                  ***
      ******************************************************************
       2000-TALLY-ITEM.

           READ FC-WORKQ NEXT RECORD

           AT END
               MOVE 'S' TO WS-WKQ-EOF
               GO TO 2000-TALLY-ITEM-EXIT

           END-READ.

           IF NOT FS-WORKQ-IS-OUTSTANDING
              GO TO 2000-TALLY-ITEM-EXIT
           END-IF.

           ADD 1 TO LS-WORKQ-COUNT.

           PERFORM 2050-AGE-ITEM THRU 2050-AGE-ITEM-EXIT.

      *** *TOTAL* is slot one of both tables.
           MOVE 1 TO WS-WKQ-ROW-SLOT.
           PERFORM 2300-COUNT-REASON THRU 2300-COUNT-REASON-EXIT.
           PERFORM 2400-COUNT-OWNER THRU 2400-COUNT-OWNER-EXIT.

           MOVE FS-WORKQ-REASON TO WS-WKQ-ROW-GROUP.
           PERFORM 2100-SEAT-REASON THRU 2100-SEAT-REASON-EXIT.
           PERFORM 2300-COUNT-REASON THRU 2300-COUNT-REASON-EXIT.

           IF FS-WORKQ-ASSIGNEE EQUAL SPACE
              MOVE WS-WKQ-UNTAKEN TO WS-WKQ-ROW-GROUP
           ELSE
              MOVE FS-WORKQ-ASSIGNEE TO WS-WKQ-ROW-GROUP
           END-IF.

           PERFORM 2200-SEAT-OWNER THRU 2200-SEAT-OWNER-EXIT.
           PERFORM 2400-COUNT-OWNER THRU 2400-COUNT-OWNER-EXIT.

       2000-TALLY-ITEM-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The item in hand's age in days since raised, its bucket,   ***
      *** and whether it is past due. A raised date that will not    ***
      *** read ages into the oldest bucket.                          ***
      ******************************************************************
       2050-AGE-ITEM.

           MOVE 5 TO WS-WKQ-BUCKET.
           MOVE 9999 TO WS-WKQ-AGE.

           MOVE FS-WORKQ-RAISED-DATE TO WS-WKQ-CAL-N.

           IF WS-WKQ-CAL-N NUMERIC
              AND WS-WKQ-CAL-MONTH NOT LESS THAN 1
              AND WS-WKQ-CAL-MONTH NOT GREATER THAN 12
              PERFORM 0900-DAY-NUMBER THRU 0900-DAY-NUMBER-EXIT
              COMPUTE WS-WKQ-AGE = WS-WKQ-TODAY-NUM - WS-WKQ-DAYNUM
              IF WS-WKQ-AGE LESS THAN ZERO
                 MOVE ZERO TO WS-WKQ-AGE
              END-IF
              EVALUATE TRUE
                  WHEN WS-WKQ-AGE NOT GREATER THAN 1
                      MOVE 1 TO WS-WKQ-BUCKET
                  WHEN WS-WKQ-AGE NOT GREATER THAN 5
                      MOVE 2 TO WS-WKQ-BUCKET
                  WHEN WS-WKQ-AGE NOT GREATER THAN 10
                      MOVE 3 TO WS-WKQ-BUCKET
                  WHEN WS-WKQ-AGE NOT GREATER THAN 30
                      MOVE 4 TO WS-WKQ-BUCKET
                  WHEN OTHER
                      MOVE 5 TO WS-WKQ-BUCKET
              END-EVALUATE
           END-IF.

           IF FS-WORKQ-DUE-DATE LESS THAN WS-WKQ-TODAY
              MOVE 'Y' TO WS-WKQ-OVERDUE
           ELSE
              MOVE 'N' TO WS-WKQ-OVERDUE
           END-IF.

       2050-AGE-ITEM-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-WKQ-ROW-GROUP to its reason slot, seating it on first   ***
      *** sight. A full table sends the rest to *OTHER*.             ***
      ******************************************************************
       2100-SEAT-REASON.

           MOVE ZERO TO WS-WKQ-ROW-SLOT.

           PERFORM VARYING WS-WKQ-SLOT FROM 1 BY 1
                     UNTIL WS-WKQ-SLOT GREATER THAN WS-WKQ-REASONS-USED
                        OR WS-WKQ-ROW-SLOT NOT EQUAL ZERO
               IF WS-WKQ-REASON-VALUE (WS-WKQ-SLOT)
                  EQUAL WS-WKQ-ROW-GROUP
                  MOVE WS-WKQ-SLOT TO WS-WKQ-ROW-SLOT
               END-IF
           END-PERFORM.

           IF WS-WKQ-ROW-SLOT NOT EQUAL ZERO
              GO TO 2100-SEAT-REASON-EXIT
           END-IF.

           IF WS-WKQ-REASONS-USED EQUAL 19
              MOVE WS-WKQ-OTHER TO WS-WKQ-ROW-GROUP
              PERFORM VARYING WS-WKQ-SLOT FROM 1 BY 1
                        UNTIL WS-WKQ-SLOT
                              GREATER THAN WS-WKQ-REASONS-USED
                           OR WS-WKQ-ROW-SLOT NOT EQUAL ZERO
                  IF WS-WKQ-REASON-VALUE (WS-WKQ-SLOT)
                     EQUAL WS-WKQ-ROW-GROUP
                     MOVE WS-WKQ-SLOT TO WS-WKQ-ROW-SLOT
                  END-IF
              END-PERFORM
              IF WS-WKQ-ROW-SLOT NOT EQUAL ZERO
                 GO TO 2100-SEAT-REASON-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-WKQ-REASONS-USED.
           MOVE WS-WKQ-REASONS-USED TO WS-WKQ-ROW-SLOT.

           MOVE WS-WKQ-ROW-GROUP
             TO WS-WKQ-REASON-VALUE (WS-WKQ-ROW-SLOT).
           MOVE ZERO TO WS-WKQ-REASON-LATE (WS-WKQ-ROW-SLOT)
                        WS-WKQ-REASON-OLDEST (WS-WKQ-ROW-SLOT).

           PERFORM VARYING WS-WKQ-BUCKET FROM 1 BY 1
                     UNTIL WS-WKQ-BUCKET GREATER THAN 5
               MOVE ZERO
                 TO WS-WKQ-REASON-COUNT (WS-WKQ-ROW-SLOT, WS-WKQ-BUCKET)
           END-PERFORM.

       2100-SEAT-REASON-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-WKQ-ROW-GROUP to its assignee slot, seating it on first ***
      *** sight. A full table sends the rest to *OTHER*.             ***
      ******************************************************************
       2200-SEAT-OWNER.

           MOVE ZERO TO WS-WKQ-ROW-SLOT.

           PERFORM VARYING WS-WKQ-SLOT FROM 1 BY 1
                     UNTIL WS-WKQ-SLOT GREATER THAN WS-WKQ-OWNERS-USED
                        OR WS-WKQ-ROW-SLOT NOT EQUAL ZERO
               IF WS-WKQ-OWNER-VALUE (WS-WKQ-SLOT)
                  EQUAL WS-WKQ-ROW-GROUP
                  MOVE WS-WKQ-SLOT TO WS-WKQ-ROW-SLOT
               END-IF
           END-PERFORM.

           IF WS-WKQ-ROW-SLOT NOT EQUAL ZERO
              GO TO 2200-SEAT-OWNER-EXIT
           END-IF.

           IF WS-WKQ-OWNERS-USED EQUAL 49
              MOVE WS-WKQ-OTHER TO WS-WKQ-ROW-GROUP
              PERFORM VARYING WS-WKQ-SLOT FROM 1 BY 1
                        UNTIL WS-WKQ-SLOT
                              GREATER THAN WS-WKQ-OWNERS-USED
                           OR WS-WKQ-ROW-SLOT NOT EQUAL ZERO
                  IF WS-WKQ-OWNER-VALUE (WS-WKQ-SLOT)
                     EQUAL WS-WKQ-ROW-GROUP
                     MOVE WS-WKQ-SLOT TO WS-WKQ-ROW-SLOT
                  END-IF
              END-PERFORM
              IF WS-WKQ-ROW-SLOT NOT EQUAL ZERO
                 GO TO 2200-SEAT-OWNER-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-WKQ-OWNERS-USED.
           MOVE WS-WKQ-OWNERS-USED TO WS-WKQ-ROW-SLOT.

           MOVE WS-WKQ-ROW-GROUP
             TO WS-WKQ-OWNER-VALUE (WS-WKQ-ROW-SLOT).
           MOVE ZERO TO WS-WKQ-OWNER-LATE (WS-WKQ-ROW-SLOT)
                        WS-WKQ-OWNER-OLDEST (WS-WKQ-ROW-SLOT).

           PERFORM VARYING WS-WKQ-BUCKET FROM 1 BY 1
                     UNTIL WS-WKQ-BUCKET GREATER THAN 5
               MOVE ZERO
                 TO WS-WKQ-OWNER-COUNT (WS-WKQ-ROW-SLOT, WS-WKQ-BUCKET)
           END-PERFORM.

       2200-SEAT-OWNER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The item in hand counted into reason slot WS-WKQ-ROW-SLOT. ***
      ******************************************************************
       2300-COUNT-REASON.

           ADD 1
             TO WS-WKQ-REASON-COUNT (WS-WKQ-ROW-SLOT, WS-WKQ-BUCKET).

           IF WS-WKQ-OVERDUE EQUAL 'Y'
              ADD 1 TO WS-WKQ-REASON-LATE (WS-WKQ-ROW-SLOT)
           END-IF.

           IF WS-WKQ-AGE
              GREATER THAN WS-WKQ-REASON-OLDEST (WS-WKQ-ROW-SLOT)
              MOVE WS-WKQ-AGE TO WS-WKQ-REASON-OLDEST (WS-WKQ-ROW-SLOT)
           END-IF.

       2300-COUNT-REASON-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The item in hand counted into assignee slot                ***
      *** WS-WKQ-ROW-SLOT.                                           ***
      ******************************************************************
       2400-COUNT-OWNER.

           ADD 1
             TO WS-WKQ-OWNER-COUNT (WS-WKQ-ROW-SLOT, WS-WKQ-BUCKET).

           IF WS-WKQ-OVERDUE EQUAL 'Y'
              ADD 1 TO WS-WKQ-OWNER-LATE (WS-WKQ-ROW-SLOT)
           END-IF.

           IF WS-WKQ-AGE
              GREATER THAN WS-WKQ-OWNER-OLDEST (WS-WKQ-ROW-SLOT)
              MOVE WS-WKQ-AGE TO WS-WKQ-OWNER-OLDEST (WS-WKQ-ROW-SLOT)
           END-IF.

       2400-COUNT-OWNER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The report - the reason summary, the assignee summary,     ***
      *** each group in the order it was first met and *TOTAL* to    ***
      *** close, then the overdue items off a second pass of the     ***
      *** queue.                                                     ***
      ******************************************************************
       3000-WRITE-REPORT.

           OPEN OUTPUT FC-WORKQ-RPT.

           MOVE ZERO TO WS-WKQ-PAGE-NO WS-WKQ-LINES.

           MOVE "OPEN ITEMS BY REASON" TO WS-WKQ-HEADING.
           PERFORM 8000-START-NEW-PAGE THRU 8000-START-NEW-PAGE-EXIT.
           PERFORM 8100-SUMMARY-HEADS THRU 8100-SUMMARY-HEADS-EXIT.

           PERFORM VARYING WS-WKQ-SLOT FROM 2 BY 1
                     UNTIL WS-WKQ-SLOT GREATER THAN WS-WKQ-REASONS-USED
               PERFORM 3100-REASON-LINE THRU 3100-REASON-LINE-EXIT
           END-PERFORM.

           MOVE 1 TO WS-WKQ-SLOT.
           PERFORM 3100-REASON-LINE THRU 3100-REASON-LINE-EXIT.

           MOVE "OPEN ITEMS BY ASSIGNEE" TO WS-WKQ-HEADING.
           PERFORM 8000-START-NEW-PAGE THRU 8000-START-NEW-PAGE-EXIT.
           PERFORM 8100-SUMMARY-HEADS THRU 8100-SUMMARY-HEADS-EXIT.

           PERFORM VARYING WS-WKQ-SLOT FROM 2 BY 1
                     UNTIL WS-WKQ-SLOT GREATER THAN WS-WKQ-OWNERS-USED
               PERFORM 3200-OWNER-LINE THRU 3200-OWNER-LINE-EXIT
           END-PERFORM.

           MOVE 1 TO WS-WKQ-SLOT.
           PERFORM 3200-OWNER-LINE THRU 3200-OWNER-LINE-EXIT.

           MOVE "OVERDUE ITEMS" TO WS-WKQ-HEADING.
           PERFORM 8000-START-NEW-PAGE THRU 8000-START-NEW-PAGE-EXIT.
           PERFORM 8200-OVERDUE-HEADS THRU 8200-OVERDUE-HEADS-EXIT.

           OPEN INPUT FC-WORKQ.

           IF WS-WORKQ-FILE-STATUS EQUAL "00"
              MOVE 'N' TO WS-WKQ-EOF
              PERFORM 3400-OVERDUE-LINE THRU 3400-OVERDUE-LINE-EXIT
                UNTIL WS-WKQ-EOF EQUAL 'S'
              CLOSE FC-WORKQ
           END-IF.

           CLOSE FC-WORKQ-RPT.

       3000-WRITE-REPORT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One reason's summary line, by way of 3300.                 ***
      ******************************************************************
       3100-REASON-LINE.

           MOVE WS-WKQ-REASON-VALUE (WS-WKQ-SLOT) TO WS-WKQ-LINE-GROUP.
           MOVE WS-WKQ-REASON-LATE (WS-WKQ-SLOT)  TO WS-WKQ-LINE-LATE.
           MOVE WS-WKQ-REASON-OLDEST (WS-WKQ-SLOT)
             TO WS-WKQ-LINE-OLDEST.

           PERFORM VARYING WS-WKQ-IDX FROM 1 BY 1
                     UNTIL WS-WKQ-IDX GREATER THAN 5
               MOVE WS-WKQ-REASON-COUNT (WS-WKQ-SLOT, WS-WKQ-IDX)
                 TO WS-WKQ-LINE-COUNT (WS-WKQ-IDX)
           END-PERFORM.

           PERFORM 3300-SUMMARY-LINE THRU 3300-SUMMARY-LINE-EXIT.

       3100-REASON-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One assignee's summary line, by way of 3300.               ***
      ******************************************************************
       3200-OWNER-LINE.

           MOVE WS-WKQ-OWNER-VALUE (WS-WKQ-SLOT) TO WS-WKQ-LINE-GROUP.
           MOVE WS-WKQ-OWNER-LATE (WS-WKQ-SLOT)  TO WS-WKQ-LINE-LATE.
           MOVE WS-WKQ-OWNER-OLDEST (WS-WKQ-SLOT) TO WS-WKQ-LINE-OLDEST.

           PERFORM VARYING WS-WKQ-IDX FROM 1 BY 1
                     UNTIL WS-WKQ-IDX GREATER THAN 5
               MOVE WS-WKQ-OWNER-COUNT (WS-WKQ-SLOT, WS-WKQ-IDX)
                 TO WS-WKQ-LINE-COUNT (WS-WKQ-IDX)
           END-PERFORM.

           PERFORM 3300-SUMMARY-LINE THRU 3300-SUMMARY-LINE-EXIT.

       3200-OWNER-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One summary line - the group, its open items in all, a     ***
      *** count per age bucket, how many are overdue and the oldest  ***
      *** item's age in days.                                        ***
      ******************************************************************
       3300-SUMMARY-LINE.

           MOVE ZERO TO WS-WKQ-LINE-ALL.

           PERFORM VARYING WS-WKQ-IDX FROM 1 BY 1
                     UNTIL WS-WKQ-IDX GREATER THAN 5
               ADD WS-WKQ-LINE-COUNT (WS-WKQ-IDX) TO WS-WKQ-LINE-ALL
           END-PERFORM.

           MOVE SPACE TO WS-WKQ-LINE.
           MOVE 1     TO WS-WKQ-PTR.

           MOVE WS-WKQ-LINE-ALL TO WS-WKQ-COUNT-ED.

           STRING "  "             DELIMITED BY SIZE
                  WS-WKQ-LINE-GROUP DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-WKQ-COUNT-ED   DELIMITED BY SIZE
               INTO WS-WKQ-LINE
               WITH POINTER WS-WKQ-PTR
           END-STRING.

           PERFORM VARYING WS-WKQ-IDX FROM 1 BY 1
                     UNTIL WS-WKQ-IDX GREATER THAN 5
               MOVE WS-WKQ-LINE-COUNT (WS-WKQ-IDX) TO WS-WKQ-COUNT-ED
               STRING "  "           DELIMITED BY SIZE
                      WS-WKQ-COUNT-ED DELIMITED BY SIZE
                   INTO WS-WKQ-LINE
                   WITH POINTER WS-WKQ-PTR
               END-STRING
           END-PERFORM.

           MOVE WS-WKQ-LINE-LATE TO WS-WKQ-COUNT-ED.

           STRING "    "         DELIMITED BY SIZE
                  WS-WKQ-COUNT-ED DELIMITED BY SIZE
               INTO WS-WKQ-LINE
               WITH POINTER WS-WKQ-PTR
           END-STRING.

           MOVE WS-WKQ-LINE-OLDEST TO WS-WKQ-COUNT-ED.

           STRING "  "           DELIMITED BY SIZE
                  WS-WKQ-COUNT-ED DELIMITED BY SIZE
               INTO WS-WKQ-LINE
               WITH POINTER WS-WKQ-PTR
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

       3300-SUMMARY-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One item on the overdue pass - printed when it is          ***
      *** outstanding and past its due date.                         ***
      ******************************************************************
       3400-OVERDUE-LINE.

           READ FC-WORKQ NEXT RECORD

           AT END
               MOVE 'S' TO WS-WKQ-EOF
               GO TO 3400-OVERDUE-LINE-EXIT

           END-READ.

           IF NOT FS-WORKQ-IS-OUTSTANDING
           OR FS-WORKQ-DUE-DATE NOT LESS THAN WS-WKQ-TODAY
              GO TO 3400-OVERDUE-LINE-EXIT
           END-IF.

           PERFORM 2050-AGE-ITEM THRU 2050-AGE-ITEM-EXIT.

           MOVE FS-WORKQ-ITEM TO WS-WKQ-ITEM-ED.
           MOVE WS-WKQ-AGE     TO WS-WKQ-COUNT-ED.

           MOVE SPACE TO WS-WKQ-LINE.

           STRING WS-WKQ-ITEM-ED        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  FS-WORKQ-REASON      DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  FS-WORKQ-RAISED-DATE DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  FS-WORKQ-DUE-DATE    DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-WKQ-COUNT-ED       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  FS-WORKQ-ASSIGNEE    DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  FS-WORKQ-RECORD-KEY  DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  FS-WORKQ-DATABASE    DELIMITED BY SPACE
               INTO WS-WKQ-LINE
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

       3400-OVERDUE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Page heading - the section in hand, run date/time and page ***
      *** number.                                                    ***
      ******************************************************************
       8000-START-NEW-PAGE.

           ADD 1 TO WS-WKQ-PAGE-NO.

           MOVE SPACE TO WS-WKQ-LINE.

           STRING "WORK QUEUE  "      DELIMITED BY SIZE
                  WS-WKQ-HEADING       DELIMITED BY SIZE
                  "  RUN "            DELIMITED BY SIZE
                  WS-WKQ-TODAY         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-WKQ-TIME (1:6)    DELIMITED BY SIZE
                  "  PAGE "           DELIMITED BY SIZE
                  WS-WKQ-PAGE-NO       DELIMITED BY SIZE
               INTO WS-WKQ-LINE
           END-STRING.

           WRITE FS-WORKQ-RPT-RECORD FROM WS-WKQ-LINE.

           MOVE SPACE TO WS-WKQ-LINE.
           WRITE FS-WORKQ-RPT-RECORD FROM WS-WKQ-LINE.

           ADD 2 TO WS-WKQ-LINES.
           MOVE 2 TO WS-WKQ-LINE-NO.

       8000-START-NEW-PAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Column headings for a summary section - the age buckets in ***
      *** days since raised.                                         ***
      ******************************************************************
       8100-SUMMARY-HEADS.

           MOVE SPACE TO WS-WKQ-LINE.
           MOVE 1     TO WS-WKQ-PTR.

           STRING "  GROUP      OPEN" DELIMITED BY SIZE
               INTO WS-WKQ-LINE
               WITH POINTER WS-WKQ-PTR
           END-STRING.

           PERFORM VARYING WS-WKQ-IDX FROM 1 BY 1
                     UNTIL WS-WKQ-IDX GREATER THAN 5
               STRING "  "                          DELIMITED BY SIZE
                      WS-WKQ-BUCKET-NAME (WS-WKQ-IDX) DELIMITED BY SIZE
                   INTO WS-WKQ-LINE
                   WITH POINTER WS-WKQ-PTR
               END-STRING
           END-PERFORM.

           STRING "   OVERDUE  OLDEST" DELIMITED BY SIZE
               INTO WS-WKQ-LINE
               WITH POINTER WS-WKQ-PTR
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-WKQ-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

       8100-SUMMARY-HEADS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Column headings for the overdue listing.                   ***
      ******************************************************************
       8200-OVERDUE-HEADS.

           MOVE SPACE TO WS-WKQ-LINE.

           STRING "     ITEM  REASON    RAISED    DUE        "
                                              DELIMITED BY SIZE
                  "   AGE  ASSIGNEE  KEY                 DATABASE"
                                              DELIMITED BY SIZE
               INTO WS-WKQ-LINE
           END-STRING.

           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-WKQ-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

       8200-OVERDUE-HEADS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Prints one built line, turning the page when it is full.   ***
      ******************************************************************
       9000-PRINT-LINE.

           IF WS-WKQ-LINE-NO NOT LESS THAN WS-WKQ-PAGE-LIMIT
              PERFORM 8000-START-NEW-PAGE
                 THRU 8000-START-NEW-PAGE-EXIT
           END-IF.

           WRITE FS-WORKQ-RPT-RECORD FROM WS-WKQ-LINE.

           ADD 1 TO WS-WKQ-LINE-NO.
           ADD 1 TO WS-WKQ-LINES.

       9000-PRINT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-WORKQ-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-WORKQ-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

      *** The spooled copy is taken from the report as qualified.
           CALL "REYDB_ENV_NAME" USING WS-WKQ-SPOOL-SOURCE
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
