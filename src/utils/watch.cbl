      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    watch.cbl          ***
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
       PROGRAM-ID. REYDB_WATCH IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Watch-list screening - compliance's blocked-parties list   ***
      *** checked by the system instead of by eye. The list is one   ***
      *** shop-wide file of names and identifiers (REYDB_WATCH,      ***
      *** REYDB_WATCH_DROP); each database nominates the dictionary  ***
      *** fields worth screening (REYDB_WATCH_FIELD). Every record   ***
      *** arriving through REYDB_ADD or REYDB_REWRITE - and so       ***
      *** through the loads, the imports and the partner inbound     ***
      *** that go through them - is screened by REYDB_WATCH_SCREEN:  ***
      *** a hit is held out of the live database as a pending entry  ***
      *** on watchq.dat for a compliance decision, and the caller    ***
      *** hears SCREEN-HELD instead of a write.                      ***
      ***                                                            ***
      *** A hit is EXACT when the field and the entry agree once     ***
      *** both are upper-cased and stripped of punctuation (and, for ***
      *** a name, of extra spaces); NEAR when they agree with every  ***
      *** space taken out, or when six characters or more differ by ***
      *** one letter dropped, added or changed.                      ***
      ***                                                            ***
      *** A record whose exact content compliance already released   ***
      *** for that key is not held again - the release stands until  ***
      *** the content changes.                                       ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-watch.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-watch.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_WATCH".
       COPY "data/working/reydb-watch.cpy".
       COPY "data/working/reydb-sod.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-workq.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-WCH-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Who is listing, nominating or sending.
       77 WS-WCH-USER PIC X(08) VALUE SPACE.
       77 WS-WCH-DATE PIC 9(08) VALUE ZERO.
       77 WS-WCH-TIME PIC 9(08) VALUE ZERO.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The database's dictionary layout, searched by field name.
       77 WS-WCH-DICT-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-WCH-LAYOUT.
          02 WS-WCH-DICT-FIELD OCCURS 20 TIMES.
             03 WS-WCH-DICT-OFFSET PIC 9(04) COMP-5.
             03 WS-WCH-DICT-LENGTH PIC 9(04) COMP-5.

      *** The database's nominated fields, each with its slice.
       77 WS-WCH-FLD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-WCH-FLD-TABLE.
          02 WS-WCH-FLD OCCURS 20 TIMES.
             03 WS-WCH-FLD-NAME   PIC X(16).
             03 WS-WCH-FLD-KIND   PIC X(01).
             03 WS-WCH-FLD-OFFSET PIC 9(04) COMP-5.
             03 WS-WCH-FLD-LENGTH PIC 9(04) COMP-5.

       77 WS-WCH-IDX  PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-WCH-DIDX PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-WCH-EOF  PIC X(01) VALUE 'N'.

      *** 'Y' once a nominated name turns up in the dictionary.
       77 WS-WCH-KNOWN PIC X(01) VALUE 'N'.

      *** One value on its way to its screening form - upper case,
      *** letters and digits, and for a name single spaces between
      *** words; the compressed form drops the spaces too.
       77 WS-WCH-KIND     PIC X(01) VALUE SPACE.
       77 WS-WCH-RAW      PIC X(40) VALUE SPACE.
       77 WS-WCH-NORM     PIC X(40) VALUE SPACE.
       77 WS-WCH-NORM-LEN PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WCH-COMP     PIC X(40) VALUE SPACE.
       77 WS-WCH-COMP-LEN PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WCH-CHAR     PIC X(01) VALUE SPACE.
       77 WS-WCH-GAP      PIC X(01) VALUE 'N'.
       77 WS-WCH-POS      PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WCH-TAKE     PIC 9(04) COMP-5 VALUE ZERO.

      *** The screened field's own forms, kept while the list walks.
       77 WS-WCH-F-NORM     PIC X(40) VALUE SPACE.
       77 WS-WCH-F-NORM-LEN PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WCH-F-COMP     PIC X(40) VALUE SPACE.
       77 WS-WCH-F-COMP-LEN PIC 9(04) COMP-5 VALUE ZERO.

      *** The one-edit comparison - two values, their lengths, the
      *** positions walked and the edits spent.
       77 WS-WCH-I     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WCH-J     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WCH-EDITS PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-WCH-NEAR  PIC X(01) VALUE 'N'.

      *** The hit, once there is one.
       77 WS-WCH-HIT        PIC X(01) VALUE 'N'.
       77 WS-WCH-HIT-FIELD  PIC X(16) VALUE SPACE.
       77 WS-WCH-HIT-MATCH  PIC X(01) VALUE SPACE.
       77 WS-WCH-HIT-LISTED PIC X(40) VALUE SPACE.

       77 WS-WCH-LOWER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       77 WS-WCH-UPPER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** One watch-list entry as compliance keys it, whether it is a
      *** name ('N') or an identifier ('I'), and where it came from.
       77 LS-WATCH-VALUE  PIC X(40) VALUE SPACE.
       77 LS-WATCH-KIND   PIC X(01) VALUE SPACE.
       77 LS-WATCH-REASON PIC X(40) VALUE SPACE.

      *** A nominated dictionary field.
       77 LS-WATCH-FIELD PIC X(16) VALUE SPACE.

      *** The record screened - its key, its plaintext content, and
      *** what the caller was doing with it.
       77 LS-WATCH-KEY       PIC X(18)  VALUE SPACE.
       77 LS-WATCH-CONTENT   PIC X(471) VALUE SPACE.
       77 LS-WATCH-OPERATION PIC X(01)  VALUE SPACE.

      *** The hit handed back - the field, 'E' exact or 'N' near,
      *** and the list entry it matched.
       77 LS-WATCH-HIT-FIELD  PIC X(16) VALUE SPACE.
       77 LS-WATCH-HIT-MATCH  PIC X(01) VALUE SPACE.
       77 LS-WATCH-HIT-LISTED PIC X(40) VALUE SPACE.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
          88 LS-REYDB-RESULT-IS-SCREEN-HELD     VALUE 33.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - lists one name or identifier.        ***
      *** Listing again re-keys the entry's reason and stamp.        ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-WATCH-VALUE
                                    LS-WATCH-KIND
                                    LS-WATCH-REASON
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-WATCH-VALUE EQUAL SPACE
           OR (LS-WATCH-KIND NOT EQUAL 'N'
               AND LS-WATCH-KIND NOT EQUAL 'I')
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0200-CHECK-COMPLY THRU 0200-CHECK-COMPLY-EXIT.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           MOVE LS-WATCH-KIND  TO WS-WCH-KIND.
           MOVE LS-WATCH-VALUE TO WS-WCH-RAW.

           PERFORM 2000-NORMALIZE THRU 2000-NORMALIZE-EXIT.

      *** Punctuation alone is nothing to screen against.
           IF WS-WCH-NORM-LEN EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-WATCHLST.

      *** First entry ever - watchlst.dat self-creates.
           IF WS-WATCHLST-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-WATCHLST
              CLOSE FC-WATCHLST
              OPEN I-O FC-WATCHLST
           END-IF.

           ACCEPT WS-WCH-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-WCH-TIME FROM TIME.

           MOVE LS-WATCH-KIND   TO FS-WATCHLST-KIND.
           MOVE WS-WCH-NORM     TO FS-WATCHLST-VALUE.
           MOVE LS-WATCH-VALUE  TO FS-WATCHLST-LISTED.
           MOVE LS-WATCH-REASON TO FS-WATCHLST-REASON.
           MOVE WS-WCH-DATE     TO FS-WATCHLST-TIMESTAMP (1:8).
           MOVE WS-WCH-TIME     TO FS-WATCHLST-TIMESTAMP (9:8).
           MOVE WS-WCH-USER     TO FS-WATCHLST-USER.

           WRITE FS-WATCHLST-RECORD

           INVALID KEY *> Already listed - the newest reason stands

               REWRITE FS-WATCHLST-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-WATCHLST.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - takes one entry off the list.         ***
      ******************************************************************
       ENTRY "REYDB_WATCH_DROP" USING LS-WATCH-VALUE
                                      LS-WATCH-KIND.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0200-CHECK-COMPLY THRU 0200-CHECK-COMPLY-EXIT.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           MOVE LS-WATCH-KIND  TO WS-WCH-KIND.
           MOVE LS-WATCH-VALUE TO WS-WCH-RAW.

           PERFORM 2000-NORMALIZE THRU 2000-NORMALIZE-EXIT.

           OPEN I-O FC-WATCHLST.

           IF WS-WATCHLST-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-WATCH-KIND TO FS-WATCHLST-KIND.
           MOVE WS-WCH-NORM   TO FS-WATCHLST-VALUE.

           DELETE FC-WATCHLST RECORD

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-WATCHLST.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - nominates one dictionary field of a    ***
      *** database for screening as a name ('N') or an identifier    ***
      *** ('I'); SPACE withdraws the nomination.                     ***
      ******************************************************************
       ENTRY "REYDB_WATCH_FIELD" USING LS-REYDB-DATABASE-NAME
                                       LS-WATCH-FIELD
                                       LS-WATCH-KIND.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-WATCH-FIELD EQUAL SPACE
           OR LS-WATCH-FIELD EQUAL WS-WATCH-RESCREEN-ROW
           OR (LS-WATCH-KIND NOT EQUAL 'N'
               AND LS-WATCH-KIND NOT EQUAL 'I'
               AND LS-WATCH-KIND NOT EQUAL SPACE)
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0200-CHECK-COMPLY THRU 0200-CHECK-COMPLY-EXIT.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

      *** Only a field the dictionary knows can be nominated.
           IF LS-WATCH-KIND NOT EQUAL SPACE
              CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                          WS-WCH-DICT-COUNT
                                          WS-WCH-LAYOUT
                                          WS-DICT-FIELD-NAMES
                                          WS-DICT-FIELD-TYPES
                  RETURNING WS-REYDB-RESULT-DICT
              END-CALL
              MOVE 'N' TO WS-WCH-KNOWN
              IF WS-REYDB-RESULT-DICT EQUAL WS-REYDB-SUCCESS
                 PERFORM VARYING WS-WCH-DIDX FROM 1 BY 1
                           UNTIL WS-WCH-DIDX GREATER THAN
                                 WS-WCH-DICT-COUNT
                     IF WS-DICT-FIELD-NAME (WS-WCH-DIDX)
                        EQUAL LS-WATCH-FIELD
                        MOVE 'Y' TO WS-WCH-KNOWN
                     END-IF
                 END-PERFORM
              END-IF
              IF WS-WCH-KNOWN NOT EQUAL 'Y'
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                 GOBACK
              END-IF
           END-IF.

           OPEN I-O FC-WATCHFLD.

      *** First nomination ever - watchfld.dat self-creates.
           IF WS-WATCHFLD-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-WATCHFLD
              CLOSE FC-WATCHFLD
              OPEN I-O FC-WATCHFLD
           END-IF.

           MOVE WS-WCH-RESOLVED-NAME TO FS-WATCHFLD-DATABASE.
           MOVE LS-WATCH-FIELD       TO FS-WATCHFLD-FIELD.

           IF LS-WATCH-KIND EQUAL SPACE

              DELETE FC-WATCHFLD RECORD
              INVALID KEY *> Was never nominated - not an error
                  MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              NOT INVALID KEY
                  MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              END-DELETE

              CLOSE FC-WATCHFLD
              GOBACK

           END-IF.

           ACCEPT WS-WCH-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-WCH-TIME FROM TIME.

           MOVE LS-WATCH-KIND TO FS-WATCHFLD-KIND.
           MOVE WS-WCH-DATE   TO FS-WATCHFLD-TIMESTAMP (1:8).
           MOVE WS-WCH-TIME   TO FS-WATCHFLD-TIMESTAMP (9:8).
           MOVE WS-WCH-USER   TO FS-WATCHFLD-USER.

           WRITE FS-WATCHFLD-RECORD

           INVALID KEY *> Re-nominated - the newest kind stands

               REWRITE FS-WATCHFLD-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-WATCHFLD.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - screens one record and says what it   ***
      *** hit, queueing nothing. The rewrite's dry run and the       ***
      *** nightly rescreen ask this way.                             ***
      ******************************************************************
       ENTRY "REYDB_WATCH_CHECK" USING LS-REYDB-DATABASE-NAME
                                       LS-WATCH-KEY
                                       LS-WATCH-CONTENT
                                       LS-WATCH-HIT-FIELD
                                       LS-WATCH-HIT-MATCH
                                       LS-WATCH-HIT-LISTED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 1000-SCREEN-RECORD THRU 1000-SCREEN-RECORD-EXIT.

           MOVE WS-WCH-HIT-FIELD  TO LS-WATCH-HIT-FIELD.
           MOVE WS-WCH-HIT-MATCH  TO LS-WATCH-HIT-MATCH.
           MOVE WS-WCH-HIT-LISTED TO LS-WATCH-HIT-LISTED.

           IF WS-WCH-HIT EQUAL 'Y'
              MOVE WS-REYDB-SCREEN-HELD TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - the write paths' screen. A hit holds   ***
      *** the record as a pending entry on watchq.dat - the newest   ***
      *** arrival for a key replaces whatever was held before - and  ***
      *** answers SCREEN-HELD so nothing reaches the live file.      ***
      ******************************************************************
       ENTRY "REYDB_WATCH_SCREEN" USING LS-REYDB-DATABASE-NAME
                                        LS-WATCH-KEY
                                        LS-WATCH-CONTENT
                                        LS-WATCH-OPERATION.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 1000-SCREEN-RECORD THRU 1000-SCREEN-RECORD-EXIT.

           IF WS-WCH-HIT NOT EQUAL 'Y'
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE SPACE TO WS-WCH-USER.

           CALL "REYDB_WHOAMI" USING WS-WCH-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           OPEN I-O FC-WATCHQ.

      *** First hold ever - watchq.dat self-creates.
           IF WS-WATCHQ-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-WATCHQ
              CLOSE FC-WATCHQ
              OPEN I-O FC-WATCHQ
           END-IF.

           ACCEPT WS-WCH-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-WCH-TIME FROM TIME.

           MOVE WS-WCH-RESOLVED-NAME TO FS-WATCHQ-DATABASE.
           MOVE LS-WATCH-KEY         TO FS-WATCHQ-RECORD-KEY.
           MOVE LS-WATCH-OPERATION   TO FS-WATCHQ-OPERATION.
           MOVE 'P'                  TO FS-WATCHQ-STATE.
           MOVE LS-WATCH-CONTENT     TO FS-WATCHQ-CONTENT.
           MOVE WS-WCH-HIT-FIELD     TO FS-WATCHQ-FIELD.
           MOVE WS-WCH-HIT-MATCH     TO FS-WATCHQ-MATCH.
           MOVE WS-WCH-HIT-LISTED    TO FS-WATCHQ-LISTED.
           MOVE WS-WCH-USER          TO FS-WATCHQ-MAKER.
           MOVE WS-WCH-DATE          TO FS-WATCHQ-HELD-TS (1:8).
           MOVE WS-WCH-TIME          TO FS-WATCHQ-HELD-TS (9:8).
           MOVE SPACE                TO FS-WATCHQ-DECIDER
                                        FS-WATCHQ-DECIDED-TS.

           WRITE FS-WATCHQ-RECORD

           INVALID KEY

               REWRITE FS-WATCHQ-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SCREEN-HELD TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SCREEN-HELD TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-WATCHQ.

      *** The held record goes on the work queue until compliance
      *** releases or blocks it.
           IF LS-REYDB-RESULT EQUAL WS-REYDB-SCREEN-HELD
              MOVE SPACE TO WS-WORKQ-DETAIL
              STRING "WATCH-LIST HIT ON "  DELIMITED BY SIZE
                     WS-WCH-HIT-FIELD      DELIMITED BY SPACE
                     " - HELD ON WATCHQ"   DELIMITED BY SIZE
                INTO WS-WORKQ-DETAIL
              END-STRING
              CALL "REYDB_WORKQ" USING WS-WCH-RESOLVED-NAME
                                       LS-WATCH-KEY
                                       WS-WORKQ-WATCH
                                       WS-WORKQ-DETAIL
                  RETURNING WS-REYDB-RESULT-WORKQ
              END-CALL
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once.      ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-WCH-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-WCH-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Keeping the list and the nominations is the COMPLY role's  ***
      *** - once anybody holds it, nobody else edits what screens.   ***
      *** Anonymous callers are refused outright.                    ***
      ******************************************************************
       0200-CHECK-COMPLY.

           MOVE SPACE TO WS-WCH-USER.

           CALL "REYDB_WHOAMI" USING WS-WCH-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           IF WS-WCH-USER EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO WS-REYDB-RESULT-SOD
                                              LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GO TO 0200-CHECK-COMPLY-EXIT
           END-IF.

           CALL "REYDB_ROLE_CHECK" USING WS-ROLE-COMPLY
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-WCH-USER
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-ROLE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
           END-IF.

       0200-CHECK-COMPLY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One record against the list - every nominated field in     ***
      *** turn until one hits. No list, no nominations or a content  ***
      *** compliance already released for this key is no hit.        ***
      ******************************************************************
       1000-SCREEN-RECORD.

           MOVE 'N'   TO WS-WCH-HIT.
           MOVE SPACE TO WS-WCH-HIT-FIELD WS-WCH-HIT-MATCH
                         WS-WCH-HIT-LISTED.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           PERFORM 1100-LOAD-FIELDS THRU 1100-LOAD-FIELDS-EXIT.

           IF WS-WCH-FLD-COUNT EQUAL ZERO
              GO TO 1000-SCREEN-RECORD-EXIT
           END-IF.

      *** Released once as it stands - the decision holds.
           OPEN INPUT FC-WATCHQ.

           IF WS-WATCHQ-FILE-STATUS EQUAL "00"
              MOVE WS-WCH-RESOLVED-NAME TO FS-WATCHQ-DATABASE
              MOVE LS-WATCH-KEY         TO FS-WATCHQ-RECORD-KEY
              READ FC-WATCHQ KEY IS FS-WATCHQ-KEY
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  IF FS-WATCHQ-IS-RELEASED
                     AND FS-WATCHQ-CONTENT EQUAL LS-WATCH-CONTENT
                     MOVE ZERO TO WS-WCH-FLD-COUNT
                  END-IF
              END-READ
              CLOSE FC-WATCHQ
           END-IF.

           IF WS-WCH-FLD-COUNT EQUAL ZERO
              GO TO 1000-SCREEN-RECORD-EXIT
           END-IF.

           OPEN INPUT FC-WATCHLST.

           IF WS-WATCHLST-FILE-STATUS NOT EQUAL "00"
              GO TO 1000-SCREEN-RECORD-EXIT
           END-IF.

           PERFORM 1200-SCREEN-FIELD THRU 1200-SCREEN-FIELD-EXIT
             VARYING WS-WCH-IDX FROM 1 BY 1
               UNTIL WS-WCH-IDX GREATER THAN WS-WCH-FLD-COUNT
                  OR WS-WCH-HIT EQUAL 'Y'.

           CLOSE FC-WATCHLST.

       1000-SCREEN-RECORD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The database's nominations, each placed through the        ***
      *** dictionary. A nomination the dictionary no longer knows    ***
      *** is passed over.                                            ***
      ******************************************************************
       1100-LOAD-FIELDS.

           MOVE ZERO TO WS-WCH-FLD-COUNT.

           OPEN INPUT FC-WATCHFLD.

           IF WS-WATCHFLD-FILE-STATUS NOT EQUAL "00"
              GO TO 1100-LOAD-FIELDS-EXIT
           END-IF.

           MOVE WS-WCH-RESOLVED-NAME TO FS-WATCHFLD-DATABASE.
           MOVE LOW-VALUES           TO FS-WATCHFLD-FIELD.

           START FC-WATCHFLD KEY IS GREATER THAN FS-WATCHFLD-KEY

           INVALID KEY

               CONTINUE

           NOT INVALID KEY

               MOVE 'N' TO WS-WCH-EOF

               PERFORM UNTIL WS-WCH-EOF EQUAL 'S'

                   READ FC-WATCHFLD NEXT RECORD

                   AT END
                       MOVE 'S' TO WS-WCH-EOF

                   NOT AT END
                       IF FS-WATCHFLD-DATABASE
                          NOT EQUAL WS-WCH-RESOLVED-NAME
                          MOVE 'S' TO WS-WCH-EOF
                       ELSE
                          IF FS-WATCHFLD-FIELD
                             NOT EQUAL WS-WATCH-RESCREEN-ROW
                             AND WS-WCH-FLD-COUNT LESS THAN 20
                             ADD 1 TO WS-WCH-FLD-COUNT
                             MOVE FS-WATCHFLD-FIELD
                               TO WS-WCH-FLD-NAME (WS-WCH-FLD-COUNT)
                             MOVE FS-WATCHFLD-KIND
                               TO WS-WCH-FLD-KIND (WS-WCH-FLD-COUNT)
                             MOVE ZERO
                               TO WS-WCH-FLD-OFFSET (WS-WCH-FLD-COUNT)
                                  WS-WCH-FLD-LENGTH (WS-WCH-FLD-COUNT)
                          END-IF
                       END-IF
                   END-READ

               END-PERFORM

           END-START.

           CLOSE FC-WATCHFLD.

           IF WS-WCH-FLD-COUNT EQUAL ZERO
              GO TO 1100-LOAD-FIELDS-EXIT
           END-IF.

           CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                       WS-WCH-DICT-COUNT
                                       WS-WCH-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              MOVE ZERO TO WS-WCH-FLD-COUNT
              GO TO 1100-LOAD-FIELDS-EXIT
           END-IF.

           PERFORM VARYING WS-WCH-IDX FROM 1 BY 1
                     UNTIL WS-WCH-IDX GREATER THAN WS-WCH-FLD-COUNT

               PERFORM VARYING WS-WCH-DIDX FROM 1 BY 1
                         UNTIL WS-WCH-DIDX GREATER THAN
                               WS-WCH-DICT-COUNT

                   IF WS-DICT-FIELD-NAME (WS-WCH-DIDX)
                      EQUAL WS-WCH-FLD-NAME (WS-WCH-IDX)
                      AND WS-WCH-DICT-OFFSET (WS-WCH-DIDX)
                          GREATER THAN ZERO
                      AND WS-WCH-DICT-OFFSET (WS-WCH-DIDX)
                        + WS-WCH-DICT-LENGTH (WS-WCH-DIDX) - 1
                          NOT GREATER THAN 471
                      MOVE WS-WCH-DICT-OFFSET (WS-WCH-DIDX)
                        TO WS-WCH-FLD-OFFSET (WS-WCH-IDX)
                      MOVE WS-WCH-DICT-LENGTH (WS-WCH-DIDX)
                        TO WS-WCH-FLD-LENGTH (WS-WCH-IDX)
                   END-IF

               END-PERFORM

           END-PERFORM.

       1100-LOAD-FIELDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One nominated field - a keyed read for the exact hit, then ***
      *** a walk of the same kind's entries for a near one. Only the ***
      *** first forty bytes of a wider field are screened.           ***
      ******************************************************************
       1200-SCREEN-FIELD.

           IF WS-WCH-FLD-LENGTH (WS-WCH-IDX) EQUAL ZERO
              GO TO 1200-SCREEN-FIELD-EXIT
           END-IF.

           MOVE WS-WCH-FLD-LENGTH (WS-WCH-IDX) TO WS-WCH-TAKE.

           IF WS-WCH-TAKE GREATER THAN 40
              MOVE 40 TO WS-WCH-TAKE
           END-IF.

           MOVE SPACE TO WS-WCH-RAW.
           MOVE LS-WATCH-CONTENT
                (WS-WCH-FLD-OFFSET (WS-WCH-IDX) : WS-WCH-TAKE)
             TO WS-WCH-RAW (1 : WS-WCH-TAKE).
           MOVE WS-WCH-FLD-KIND (WS-WCH-IDX) TO WS-WCH-KIND.

           PERFORM 2000-NORMALIZE THRU 2000-NORMALIZE-EXIT.

           IF WS-WCH-NORM-LEN EQUAL ZERO
              GO TO 1200-SCREEN-FIELD-EXIT
           END-IF.

           MOVE WS-WCH-NORM     TO WS-WCH-F-NORM.
           MOVE WS-WCH-NORM-LEN TO WS-WCH-F-NORM-LEN.
           MOVE WS-WCH-COMP     TO WS-WCH-F-COMP.
           MOVE WS-WCH-COMP-LEN TO WS-WCH-F-COMP-LEN.

           MOVE WS-WCH-KIND TO FS-WATCHLST-KIND.
           MOVE WS-WCH-NORM TO FS-WATCHLST-VALUE.

           READ FC-WATCHLST KEY IS FS-WATCHLST-KEY

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               MOVE 'Y' TO WS-WCH-HIT
               MOVE 'E' TO WS-WCH-HIT-MATCH
               MOVE WS-WCH-FLD-NAME (WS-WCH-IDX) TO WS-WCH-HIT-FIELD
               MOVE FS-WATCHLST-LISTED TO WS-WCH-HIT-LISTED

           END-READ.

           IF WS-WCH-HIT EQUAL 'Y'
              GO TO 1200-SCREEN-FIELD-EXIT
           END-IF.

           MOVE WS-WCH-KIND TO FS-WATCHLST-KIND.
           MOVE LOW-VALUES  TO FS-WATCHLST-VALUE.

           START FC-WATCHLST KEY IS GREATER THAN FS-WATCHLST-KEY

           INVALID KEY

               CONTINUE

           NOT INVALID KEY

               MOVE 'N' TO WS-WCH-EOF

               PERFORM UNTIL WS-WCH-EOF EQUAL 'S'
                          OR WS-WCH-HIT EQUAL 'Y'

                   READ FC-WATCHLST NEXT RECORD

                   AT END
                       MOVE 'S' TO WS-WCH-EOF

                   NOT AT END
                       IF FS-WATCHLST-KIND NOT EQUAL WS-WCH-KIND
                          MOVE 'S' TO WS-WCH-EOF
                       ELSE
                          PERFORM 1300-NEAR-ENTRY
                             THRU 1300-NEAR-ENTRY-EXIT
                       END-IF
                   END-READ

               END-PERFORM

           END-START.

       1200-SCREEN-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One list entry against the field held in WS-WCH-F-* - the  ***
      *** spaces-out forms equal, or one edit apart when the field   ***
      *** runs six characters or more.                               ***
      ******************************************************************
       1300-NEAR-ENTRY.

           MOVE FS-WATCHLST-LISTED TO WS-WCH-RAW.

           PERFORM 2000-NORMALIZE THRU 2000-NORMALIZE-EXIT.

           MOVE 'N' TO WS-WCH-NEAR.

           IF WS-WCH-COMP-LEN EQUAL WS-WCH-F-COMP-LEN
              AND WS-WCH-COMP EQUAL WS-WCH-F-COMP
              MOVE 'Y' TO WS-WCH-NEAR
           END-IF.

           IF WS-WCH-NEAR NOT EQUAL 'Y'
              AND WS-WCH-F-NORM-LEN NOT LESS THAN 6
              PERFORM 2100-ONE-EDIT THRU 2100-ONE-EDIT-EXIT
           END-IF.

           IF WS-WCH-NEAR EQUAL 'Y'
              MOVE 'Y' TO WS-WCH-HIT
              MOVE 'N' TO WS-WCH-HIT-MATCH
              MOVE WS-WCH-FLD-NAME (WS-WCH-IDX) TO WS-WCH-HIT-FIELD
              MOVE FS-WATCHLST-LISTED TO WS-WCH-HIT-LISTED
           END-IF.

       1300-NEAR-ENTRY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-WCH-RAW into its screening forms, by WS-WCH-KIND. Every ***
      *** byte that is not a letter or a digit goes; for a name the  ***
      *** words it separated keep one space between them.           ***
      ******************************************************************
       2000-NORMALIZE.

           INSPECT WS-WCH-RAW CONVERTING WS-WCH-LOWER TO WS-WCH-UPPER.

           MOVE SPACE TO WS-WCH-NORM WS-WCH-COMP.
           MOVE ZERO  TO WS-WCH-NORM-LEN WS-WCH-COMP-LEN.
           MOVE 'N'   TO WS-WCH-GAP.

           PERFORM VARYING WS-WCH-POS FROM 1 BY 1
                     UNTIL WS-WCH-POS GREATER THAN 40

               MOVE WS-WCH-RAW (WS-WCH-POS : 1) TO WS-WCH-CHAR

               IF (WS-WCH-CHAR NOT LESS THAN "A"
                   AND WS-WCH-CHAR NOT GREATER THAN "Z")
               OR (WS-WCH-CHAR NOT LESS THAN "0"
                   AND WS-WCH-CHAR NOT GREATER THAN "9")
                  IF WS-WCH-GAP EQUAL 'Y'
                     AND WS-WCH-KIND EQUAL 'N'
                     AND WS-WCH-NORM-LEN LESS THAN 40
                     ADD 1 TO WS-WCH-NORM-LEN
                  END-IF
                  MOVE 'N' TO WS-WCH-GAP
                  IF WS-WCH-NORM-LEN LESS THAN 40
                     ADD 1 TO WS-WCH-NORM-LEN
                     MOVE WS-WCH-CHAR
                       TO WS-WCH-NORM (WS-WCH-NORM-LEN : 1)
                  END-IF
                  ADD 1 TO WS-WCH-COMP-LEN
                  MOVE WS-WCH-CHAR TO WS-WCH-COMP (WS-WCH-COMP-LEN : 1)
               ELSE
                  IF WS-WCH-NORM-LEN GREATER THAN ZERO
                     MOVE 'Y' TO WS-WCH-GAP
                  END-IF
               END-IF

           END-PERFORM.

       2000-NORMALIZE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Are WS-WCH-F-NORM and WS-WCH-NORM one letter dropped,      ***
      *** added or changed apart - walked side by side, spending at  ***
      *** most one edit, the longer side stepping alone on it.       ***
      ******************************************************************
       2100-ONE-EDIT.

           MOVE 'N' TO WS-WCH-NEAR.

           IF WS-WCH-F-NORM-LEN GREATER THAN WS-WCH-NORM-LEN + 1
           OR WS-WCH-NORM-LEN GREATER THAN WS-WCH-F-NORM-LEN + 1
              GO TO 2100-ONE-EDIT-EXIT
           END-IF.

           MOVE 1    TO WS-WCH-I WS-WCH-J.
           MOVE ZERO TO WS-WCH-EDITS.

           PERFORM UNTIL WS-WCH-I GREATER THAN WS-WCH-F-NORM-LEN
                      OR WS-WCH-J GREATER THAN WS-WCH-NORM-LEN
                      OR WS-WCH-EDITS GREATER THAN 1

               IF WS-WCH-F-NORM (WS-WCH-I : 1)
                  EQUAL WS-WCH-NORM (WS-WCH-J : 1)
                  ADD 1 TO WS-WCH-I WS-WCH-J
               ELSE
                  ADD 1 TO WS-WCH-EDITS
                  EVALUATE TRUE
                      WHEN WS-WCH-F-NORM-LEN GREATER THAN
                           WS-WCH-NORM-LEN
                          ADD 1 TO WS-WCH-I
                      WHEN WS-WCH-NORM-LEN GREATER THAN
                           WS-WCH-F-NORM-LEN
                          ADD 1 TO WS-WCH-J
                      WHEN OTHER
                          ADD 1 TO WS-WCH-I WS-WCH-J
                  END-EVALUATE
               END-IF

           END-PERFORM.

      *** Whatever either side has left over is edits too.
           IF WS-WCH-I NOT GREATER THAN WS-WCH-F-NORM-LEN
              COMPUTE WS-WCH-EDITS = WS-WCH-EDITS
                    + WS-WCH-F-NORM-LEN - WS-WCH-I + 1
           END-IF.

           IF WS-WCH-J NOT GREATER THAN WS-WCH-NORM-LEN
              COMPUTE WS-WCH-EDITS = WS-WCH-EDITS
                    + WS-WCH-NORM-LEN - WS-WCH-J + 1
           END-IF.

           IF WS-WCH-EDITS NOT GREATER THAN 1
              MOVE 'Y' TO WS-WCH-NEAR
           END-IF.

       2100-ONE-EDIT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-WATCHLST-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-WATCHFLD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-WATCHQ-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
