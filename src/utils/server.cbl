      *** Author:  Reymon Dev         ***
      *** File:    server.cbl        ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** rests a second and looks again; the operator's            ***
      *** server.stp file on disk, or the idle-poll ceiling, ends   ***
      *** the run cleanly.                                          ***
      ***                                                           ***
      *** A SOUNDS line asks the phonetic index for the keys whose  ***
      *** name sounds like the one in its value - one response line ***
      *** per key, closest first.                                   ***
      ***                                                           ***
      *** A RUNDEF line runs the saved query or report definition   ***
      *** named in its key (REYDB_QDEF_RUN) against the line's      ***
      *** database, or the definition's own when that is blank; the ***
      *** listing goes to the spool under the definition's name and ***
      *** the response carries the outcome and the rows read.       ***
      ***                                                           ***
      *** DOCREF files a document reference against the line's key  ***
      *** (REYDB_DOCREF) - the value carries the document id, its   ***
      *** type, received date and retention class; DOCDROP takes    ***
      *** the value's document id back off; DOCLIST answers one     ***
      *** line per reference the key carries, its content in the    ***
      *** same shape as a DOCREF line's value.                      ***
      ***                                                           ***
      *** A line carrying a requester and a request id is answered  ***
      *** once. Its response goes on srvlog.dat under that pair,    ***
      *** and an upstream system resending it after a timeout gets  ***
      *** the same response back without the database being        ***
      *** touched again. Entries age out once past the retention    ***
      *** (REYDB_SERVER_AGE, and on every server start under the    ***
      *** retention the start is given), and REYDB_SERVER_REPLAYS   ***
      *** reports the replays by requester.                         ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-server.cpy".
       COPY "data/working/reydb-trigger.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-qdef.cpy".
       COPY "data/working/reydb-docref.cpy".

      *** The record handed to the CRUD programs - the request's
      *** value lands in the content slice, the reserved header
       77 WS-REYDB-RESULT-XLATE  PIC 9(18) VALUE ZERO.
       77 WS-SRV-TEXT            PIC X(40) VALUE SPACE.

      *** A SOUNDS line's name, and the ranked keys it answered.
       77 WS-SRV-SOUNDS    PIC X(40) VALUE SPACE.
       77 WS-SRV-MATCH-IDX PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SRV-CLOSE-X   PIC 9(03) VALUE ZERO.
       01 WS-SRV-MATCHES.
          02 WS-SRV-MATCH-COUNT PIC 9(03) COMP-5 VALUE ZERO.
          02 WS-SRV-MATCH OCCURS 100 TIMES.
             03 WS-SRV-MATCH-KEY   PIC X(18).
             03 WS-SRV-MATCH-CLOSE PIC 9(03).
             03 WS-SRV-MATCH-NAME  PIC X(40).

      *** A DOCREF line's value - document id, type, received date
      *** and retention class, in that order.
       01 WS-SRV-DOC-VALUE.
          02 WS-SRV-DOC-ID        PIC X(20).
          02 WS-SRV-DOC-TYPE      PIC X(08).
          02 WS-SRV-DOC-RECEIVED  PIC X(08).
          02 WS-SRV-DOC-RETENTION PIC X(04).

       77 WS-SRV-DOC-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** A RUNDEF line's rows read, edited for its response.
       77 WS-SRV-RUN-COUNT-X PIC 9(09) VALUE ZERO.

       77 WS-SRV-HANDLED PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-EOF PIC X(01) VALUE 'N'.

      *** The response log - open for the whole run, or not at all
      *** when it will not open, and every line is then answered
      *** fresh the way it always was.
       77 WS-SRV-LOG-OPEN  PIC X(01) VALUE 'N'.
       77 WS-SRV-LOG-EOF   PIC X(01) VALUE 'N'.
       77 WS-SRV-LOG-FOUND PIC X(01) VALUE 'N'.

      *** 'Y' when the line in hand carries both a requester and a
      *** request id, and so is answered at most once.
       77 WS-SRV-IDEMPOTENT PIC X(01) VALUE 'N'.

      *** Days a response log entry is kept before it ages out -
      *** comfortably past any upstream retry window.
       77 WS-SRV-RETAIN-DAYS PIC 9(05) COMP-5 VALUE 30.

      *** Lines answered off the log, and entries aged out of it.
       77 WS-SRV-REPLAYED PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-AGED     PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-SRV-DATE PIC 9(08) VALUE ZERO.
       77 WS-SRV-TIME PIC 9(08) VALUE ZERO.

      *** A date broken into its parts and turned into a running
      *** day number, so two dates subtract into the days between.
       01 WS-SRV-CAL.
          02 WS-SRV-CAL-YEAR  PIC 9(04).
          02 WS-SRV-CAL-MONTH PIC 9(02).
          02 WS-SRV-CAL-DAY   PIC 9(02).
       01 WS-SRV-CAL-N REDEFINES WS-SRV-CAL PIC 9(08).

       77 WS-SRV-DAYNUM    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-TODAY-NUM PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-Y         PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-M         PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-TERM      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-AGE       PIC S9(09) COMP-5 VALUE ZERO.

      *** The replays report's running figures for the requester in
      *** hand, and the requesters listed.
       77 WS-SRV-RPL-REQUESTER PIC X(08) VALUE SPACE.
       77 WS-SRV-RPL-LOGGED    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-RPL-REPLAYED  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-RPL-REPLAYS   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-RPL-LAST      PIC X(16) VALUE SPACE.
       77 WS-SRV-RPL-COUNT     PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-TOT-LOGGED    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-TOT-REPLAYED  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-SRV-TOT-REPLAYS   PIC 9(09) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************

       77 LS-REYDB-HANDLED-COUNT PIC 9(09) COMP-5 VALUE ZERO.

      *** Days a response log entry is kept - zero keeps the
      *** server's own thirty.
       77 LS-SERVER-RETAIN-DAYS PIC 9(05) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE VALUE 99.
      ******************************************************************
       PROCEDURE DIVISION USING     LS-SERVER-MAX-IDLE
                                    LS-REYDB-HANDLED-COUNT
                                    LS-SERVER-RETAIN-DAYS
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-SRV-HANDLED WS-SRV-IDLE WS-SRV-REPLAYED.
           MOVE 'Y'  TO WS-SRV-RUNNING.

           PERFORM 0100-LOAD-POSITION THRU 0100-LOAD-POSITION-EXIT.

      *** The response log is opened once for the run, and entries
      *** past the retention age out before the first poll - the
      *** same window the shop's REYDB_SERVER_AGE runs keep.
           PERFORM 0300-OPEN-LOG THRU 0300-OPEN-LOG-EXIT.

           IF LS-SERVER-RETAIN-DAYS EQUAL ZERO
              MOVE 30 TO WS-SRV-RETAIN-DAYS
           ELSE
              MOVE LS-SERVER-RETAIN-DAYS TO WS-SRV-RETAIN-DAYS
           END-IF.

           IF WS-SRV-LOG-OPEN EQUAL 'Y'
              PERFORM 0400-AGE-LOG THRU 0400-AGE-LOG-EXIT
           END-IF.

           PERFORM 1000-ONE-POLL THRU 1000-ONE-POLL-EXIT
               UNTIL WS-SRV-RUNNING EQUAL 'N'.

           PERFORM 0200-SAVE-POSITION THRU 0200-SAVE-POSITION-EXIT.

           IF WS-SRV-LOG-OPEN EQUAL 'Y'
              CLOSE FC-SRVLOG
              MOVE 'N' TO WS-SRV-LOG-OPEN
           END-IF.

           MOVE WS-SRV-HANDLED   TO LS-REYDB-HANDLED-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - ages response log entries older than ***
      *** the retention out of the log, handing back how many went. ***
      ******************************************************************
       ENTRY "REYDB_SERVER_AGE" USING LS-SERVER-RETAIN-DAYS
                                      LS-REYDB-HANDLED-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO             TO WS-SRV-AGED LS-REYDB-HANDLED-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           OPEN I-O FC-SRVLOG.

      *** No log yet - nothing to age.
           IF WS-SRVLOG-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           IF LS-SERVER-RETAIN-DAYS EQUAL ZERO
              MOVE 30 TO WS-SRV-RETAIN-DAYS
           ELSE
              MOVE LS-SERVER-RETAIN-DAYS TO WS-SRV-RETAIN-DAYS
           END-IF.

           PERFORM 0400-AGE-LOG THRU 0400-AGE-LOG-EXIT.

           CLOSE FC-SRVLOG.

           MOVE WS-SRV-AGED TO LS-REYDB-HANDLED-COUNT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the replays report. One srvreplay.rpt ***
      *** line per requester on the log (requests logged, how many  ***
      *** were sent again, the replays in all, the latest one),     ***
      *** then a *TOTAL* line. Hands back the requesters listed.    ***
      ******************************************************************
       ENTRY "REYDB_SERVER_REPLAYS" USING LS-REYDB-HANDLED-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-SRV-RPL-COUNT LS-REYDB-HANDLED-COUNT.
           MOVE ZERO TO WS-SRV-TOT-LOGGED WS-SRV-TOT-REPLAYED
                        WS-SRV-TOT-REPLAYS.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           OPEN INPUT FC-SRVLOG.

           IF WS-SRVLOG-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN OUTPUT FC-SRVRPL.

           MOVE SPACE TO WS-SRV-RPL-REQUESTER.
           MOVE 'N'   TO WS-SRV-LOG-EOF.

           PERFORM UNTIL WS-SRV-LOG-EOF EQUAL 'S'

               READ FC-SRVLOG NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SRV-LOG-EOF

               NOT AT END
                   IF FS-SRVLOG-REQUESTER
                      NOT EQUAL WS-SRV-RPL-REQUESTER
                      PERFORM 3100-REQUESTER-LINE
                         THRU 3100-REQUESTER-LINE-EXIT
                      MOVE FS-SRVLOG-REQUESTER
                        TO WS-SRV-RPL-REQUESTER
                   END-IF
                   PERFORM 3000-COUNT-ONE-ENTRY
                      THRU 3000-COUNT-ONE-ENTRY-EXIT
               END-READ

           END-PERFORM.

           PERFORM 3100-REQUESTER-LINE THRU 3100-REQUESTER-LINE-EXIT.

           MOVE "*TOTAL*"           TO FS-SRVRPL-REQUESTER.
           MOVE WS-SRV-TOT-LOGGED   TO FS-SRVRPL-LOGGED.
           MOVE WS-SRV-TOT-REPLAYED TO FS-SRVRPL-REPLAYED.
           MOVE WS-SRV-TOT-REPLAYS  TO FS-SRVRPL-REPLAYS.
           MOVE SPACE               TO FS-SRVRPL-LAST-TS.
           WRITE FS-SRVRPL-RECORD.

           CLOSE FC-SRVLOG.
           CLOSE FC-SRVRPL.

           MOVE WS-SRV-RPL-COUNT TO LS-REYDB-HANDLED-COUNT.

           IF WS-SRV-RPL-COUNT EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** One poll - the stop file first, then the next numbered    ***
      *** request: present is work, absent is a second's rest.      ***
           MOVE SPACE             TO WS-SRV-REC-BUFFER.
           MOVE FS-INBOX-VALUE    TO WS-SRV-REC-CONTENT.

      *** A sound-alike lookup answers in lines of its own.
           IF FS-INBOX-VERB EQUAL "SOUNDS"
              PERFORM 2200-SERVE-SOUNDS THRU 2200-SERVE-SOUNDS-EXIT
              GO TO 2100-SERVE-ONE-LINE-EXIT
           END-IF.

      *** So does a record's document reference list.
           IF FS-INBOX-VERB EQUAL "DOCLIST"
              PERFORM 2250-SERVE-DOCLIST THRU 2250-SERVE-DOCLIST-EXIT
              GO TO 2100-SERVE-ONE-LINE-EXIT
           END-IF.

           MOVE FS-INBOX-VALUE (1:40) TO WS-SRV-DOC-VALUE.

      *** A resent request is answered off the response log - the
      *** database is never asked a second time.
           IF FS-INBOX-REQUESTER NOT EQUAL SPACE
              AND FS-INBOX-REQUEST-ID NOT EQUAL SPACE
              AND WS-SRV-LOG-OPEN EQUAL 'Y'
              MOVE 'Y' TO WS-SRV-IDEMPOTENT
           ELSE
              MOVE 'N' TO WS-SRV-IDEMPOTENT
           END-IF.

           IF WS-SRV-IDEMPOTENT EQUAL 'Y'
              PERFORM 2300-REPLAY-ONE-LINE
                 THRU 2300-REPLAY-ONE-LINE-EXIT
              IF WS-SRV-LOG-FOUND EQUAL 'Y'
                 GO TO 2100-SERVE-ONE-LINE-EXIT
              END-IF
           END-IF.

           EVALUATE FS-INBOX-VERB

               WHEN "ADD"
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL

               WHEN "RUNDEF"
                   MOVE FS-INBOX-KEY (1:16) TO WS-QDEF-RUN-NAME
                   MOVE ZERO                TO WS-QDEF-RUN-COUNT
                   CALL "REYDB_QDEF_RUN" USING WS-QDEF-RUN-NAME
                                               WS-SRV-DATABASE-NAME
                                               WS-QDEF-RUN-COUNT
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL

               WHEN "DOCREF"
                   MOVE WS-SRV-DOC-ID        TO WS-DOCREF-DOC-ID
                   MOVE WS-SRV-DOC-TYPE      TO WS-DOCREF-DOC-TYPE
                   MOVE WS-SRV-DOC-RETENTION TO WS-DOCREF-RETENTION
                   IF WS-SRV-DOC-RECEIVED IS NUMERIC
                      MOVE WS-SRV-DOC-RECEIVED TO WS-DOCREF-RECEIVED
                   ELSE
                      MOVE ZERO TO WS-DOCREF-RECEIVED
                   END-IF
                   CALL "REYDB_DOCREF" USING WS-SRV-DATABASE-NAME
                                             FS-INBOX-KEY
                                             WS-DOCREF-DOC-ID
                                             WS-DOCREF-DOC-TYPE
                                             WS-DOCREF-RECEIVED
                                             WS-DOCREF-RETENTION
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL

               WHEN "DOCDROP"
                   MOVE WS-SRV-DOC-ID TO WS-DOCREF-DOC-ID
                   CALL "REYDB_DOCREF_DROP" USING
                            WS-SRV-DATABASE-NAME
                            FS-INBOX-KEY
                            WS-DOCREF-DOC-ID
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL

               WHEN OTHER
                   MOVE WS-REYDB-VALIDATION-FAIL
                     TO WS-REYDB-RESULT-ACTION
              MOVE SPACE TO FS-RESPONSE-CONTENT
           END-IF.

           IF FS-INBOX-VERB EQUAL "RUNDEF"
              MOVE WS-QDEF-RUN-COUNT TO WS-SRV-RUN-COUNT-X
              STRING "ROWS READ "       DELIMITED BY SIZE
                     WS-SRV-RUN-COUNT-X DELIMITED BY SIZE
                INTO FS-RESPONSE-CONTENT
           END-IF.

           WRITE FS-RESPONSE-RECORD.

           IF WS-SRV-IDEMPOTENT EQUAL 'Y'
              PERFORM 2400-LOG-ONE-LINE THRU 2400-LOG-ONE-LINE-EXIT
           END-IF.

       2100-SERVE-ONE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One SOUNDS line through REYDB_PHONETIC_LOOKUP - the first ***
      *** forty bytes of the value are the name. Every ranked key   ***
      *** answers on its own response line with its closeness and   ***
      *** the name it is filed under; no key answers one line with  ***
      *** the outcome in words, as any other verb does.             ***
      ******************************************************************
       2200-SERVE-SOUNDS.

           MOVE FS-INBOX-VALUE (1:40) TO WS-SRV-SOUNDS.
           MOVE ZERO                  TO WS-SRV-MATCH-COUNT.

           CALL "REYDB_PHONETIC_LOOKUP" USING WS-SRV-DATABASE-NAME
                                              WS-SRV-SOUNDS
                                              WS-SRV-MATCHES
               RETURNING WS-REYDB-RESULT-ACTION
           END-CALL.

           IF WS-REYDB-RESULT-ACTION NOT EQUAL WS-REYDB-SUCCESS
              CALL "REYDB_XLATE_RESULT" USING WS-REYDB-RESULT-ACTION
                                              WS-SRV-TEXT
                  RETURNING WS-REYDB-RESULT-XLATE
              END-CALL
              MOVE FS-INBOX-VERB TO FS-RESPONSE-VERB
              MOVE FS-INBOX-KEY  TO FS-RESPONSE-KEY
              MOVE WS-SRV-TEXT   TO FS-RESPONSE-TEXT
              MOVE SPACE         TO FS-RESPONSE-CONTENT
              WRITE FS-RESPONSE-RECORD
              GO TO 2200-SERVE-SOUNDS-EXIT
           END-IF.

           PERFORM VARYING WS-SRV-MATCH-IDX FROM 1 BY 1
                     UNTIL WS-SRV-MATCH-IDX
                           GREATER THAN WS-SRV-MATCH-COUNT

               MOVE WS-SRV-MATCH-CLOSE (WS-SRV-MATCH-IDX)
                 TO WS-SRV-CLOSE-X

               MOVE SPACE TO FS-RESPONSE-TEXT
               STRING "SOUNDS LIKE - CLOSENESS " DELIMITED BY SIZE
                      WS-SRV-CLOSE-X             DELIMITED BY SIZE
                 INTO FS-RESPONSE-TEXT
               END-STRING

               MOVE FS-INBOX-VERB TO FS-RESPONSE-VERB
               MOVE WS-SRV-MATCH-KEY (WS-SRV-MATCH-IDX)
                 TO FS-RESPONSE-KEY
               MOVE SPACE TO FS-RESPONSE-CONTENT
               MOVE WS-SRV-MATCH-NAME (WS-SRV-MATCH-IDX)
                 TO FS-RESPONSE-CONTENT (1:40)

               WRITE FS-RESPONSE-RECORD

           END-PERFORM.

       2200-SERVE-SOUNDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One DOCLIST line through REYDB_DOCREF_LIST - every        ***
      *** reference the key carries answers on its own response     ***
      *** line, its content in the shape a DOCREF line's value      ***
      *** takes; a key with none answers one line with the outcome  ***
      *** in words.                                                 ***
      ******************************************************************
       2250-SERVE-DOCLIST.

           CALL "REYDB_DOCREF_LIST" USING WS-SRV-DATABASE-NAME
                                          FS-INBOX-KEY
                                          WS-DOCREF-LIST
               RETURNING WS-REYDB-RESULT-ACTION
           END-CALL.

           IF WS-REYDB-RESULT-ACTION NOT EQUAL WS-REYDB-SUCCESS
              CALL "REYDB_XLATE_RESULT" USING WS-REYDB-RESULT-ACTION
                                              WS-SRV-TEXT
                  RETURNING WS-REYDB-RESULT-XLATE
              END-CALL
              MOVE FS-INBOX-VERB TO FS-RESPONSE-VERB
              MOVE FS-INBOX-KEY  TO FS-RESPONSE-KEY
              MOVE WS-SRV-TEXT   TO FS-RESPONSE-TEXT
              MOVE SPACE         TO FS-RESPONSE-CONTENT
              WRITE FS-RESPONSE-RECORD
              GO TO 2250-SERVE-DOCLIST-EXIT
           END-IF.

           PERFORM VARYING WS-SRV-DOC-IDX FROM 1 BY 1
                     UNTIL WS-SRV-DOC-IDX
                           GREATER THAN WS-DOCREF-LIST-COUNT

               MOVE FS-INBOX-VERB TO FS-RESPONSE-VERB
               MOVE FS-INBOX-KEY  TO FS-RESPONSE-KEY
               MOVE SPACE         TO FS-RESPONSE-TEXT
                                     FS-RESPONSE-CONTENT
               MOVE "DOCUMENT REFERENCE" TO FS-RESPONSE-TEXT
               MOVE WS-DOCREF-LIST-DOC-ID (WS-SRV-DOC-IDX)
                 TO WS-SRV-DOC-ID
               MOVE WS-DOCREF-LIST-DOC-TYPE (WS-SRV-DOC-IDX)
                 TO WS-SRV-DOC-TYPE
               MOVE WS-DOCREF-LIST-RECEIVED (WS-SRV-DOC-IDX)
                 TO WS-SRV-DOC-RECEIVED
               MOVE WS-DOCREF-LIST-RETENTION (WS-SRV-DOC-IDX)
                 TO WS-SRV-DOC-RETENTION
               MOVE WS-SRV-DOC-VALUE TO FS-RESPONSE-CONTENT (1:40)

               WRITE FS-RESPONSE-RECORD

           END-PERFORM.

       2250-SERVE-DOCLIST-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The line's requester and request id looked up on the      ***
      *** response log. Found, the original response is written     ***
      *** again as it was and the replay counted against it.        ***
      ******************************************************************
       2300-REPLAY-ONE-LINE.

           MOVE 'N'                 TO WS-SRV-LOG-FOUND.
           MOVE FS-INBOX-REQUESTER  TO FS-SRVLOG-REQUESTER.
           MOVE FS-INBOX-REQUEST-ID TO FS-SRVLOG-REQUEST-ID.

           READ FC-SRVLOG KEY IS FS-SRVLOG-KEY

           INVALID KEY
               GO TO 2300-REPLAY-ONE-LINE-EXIT

           END-READ.

           MOVE 'Y' TO WS-SRV-LOG-FOUND.

           MOVE FS-SRVLOG-RESPONSE TO FS-RESPONSE-RECORD.
           WRITE FS-RESPONSE-RECORD.

           ACCEPT WS-SRV-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SRV-TIME FROM TIME.

           ADD 1 TO FS-SRVLOG-REPLAYS.
           MOVE WS-SRV-DATE TO FS-SRVLOG-REPLAYED-TS (1:8).
           MOVE WS-SRV-TIME TO FS-SRVLOG-REPLAYED-TS (9:8).

           REWRITE FS-SRVLOG-RECORD.

           ADD 1 TO WS-SRV-REPLAYED.

       2300-REPLAY-ONE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The response just written goes on the log under the       ***
      *** line's requester and request id, whatever the outcome -   ***
      *** a resend is owed the same answer the first one got.       ***
      ******************************************************************
       2400-LOG-ONE-LINE.

           ACCEPT WS-SRV-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SRV-TIME FROM TIME.

           MOVE FS-INBOX-REQUESTER  TO FS-SRVLOG-REQUESTER.
           MOVE FS-INBOX-REQUEST-ID TO FS-SRVLOG-REQUEST-ID.
           MOVE WS-SRV-DATE         TO FS-SRVLOG-LOGGED-TS (1:8).
           MOVE WS-SRV-TIME         TO FS-SRVLOG-LOGGED-TS (9:8).
           MOVE ZERO                TO FS-SRVLOG-REPLAYS.
           MOVE SPACE               TO FS-SRVLOG-REPLAYED-TS.
           MOVE FS-RESPONSE-RECORD  TO FS-SRVLOG-RESPONSE.

           WRITE FS-SRVLOG-RECORD

           INVALID KEY *> Already logged - the first answer stands
               CONTINUE

           END-WRITE.

       2400-LOG-ONE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One response log entry counted toward its requester's     ***
      *** replays report line.                                      ***
      ******************************************************************
       3000-COUNT-ONE-ENTRY.

           ADD 1 TO WS-SRV-RPL-LOGGED.

           IF FS-SRVLOG-REPLAYS GREATER THAN ZERO
              ADD 1                 TO WS-SRV-RPL-REPLAYED
              ADD FS-SRVLOG-REPLAYS TO WS-SRV-RPL-REPLAYS
              IF FS-SRVLOG-REPLAYED-TS GREATER THAN WS-SRV-RPL-LAST
                 MOVE FS-SRVLOG-REPLAYED-TS TO WS-SRV-RPL-LAST
              END-IF
           END-IF.

       3000-COUNT-ONE-ENTRY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The requester just finished onto the report, its figures  ***
      *** into the totals, and the running figures cleared for the  ***
      *** next one.                                                 ***
      ******************************************************************
       3100-REQUESTER-LINE.

           IF WS-SRV-RPL-LOGGED EQUAL ZERO
              GO TO 3100-REQUESTER-LINE-EXIT
           END-IF.

           MOVE WS-SRV-RPL-REQUESTER TO FS-SRVRPL-REQUESTER.
           MOVE WS-SRV-RPL-LOGGED    TO FS-SRVRPL-LOGGED.
           MOVE WS-SRV-RPL-REPLAYED  TO FS-SRVRPL-REPLAYED.
           MOVE WS-SRV-RPL-REPLAYS   TO FS-SRVRPL-REPLAYS.
           MOVE WS-SRV-RPL-LAST      TO FS-SRVRPL-LAST-TS.
           WRITE FS-SRVRPL-RECORD.

           ADD 1                   TO WS-SRV-RPL-COUNT.
           ADD WS-SRV-RPL-LOGGED   TO WS-SRV-TOT-LOGGED.
           ADD WS-SRV-RPL-REPLAYED TO WS-SRV-TOT-REPLAYED.
           ADD WS-SRV-RPL-REPLAYS  TO WS-SRV-TOT-REPLAYS.

           MOVE ZERO  TO WS-SRV-RPL-LOGGED WS-SRV-RPL-REPLAYED
                         WS-SRV-RPL-REPLAYS.
           MOVE SPACE TO WS-SRV-RPL-LAST.

       3100-REQUESTER-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The position the last run stopped at - a fresh shop       ***
      *** starts at request one.                                    ***
       0200-SAVE-POSITION-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Opens the response log for the run - the first server run ***
      *** ever creates it.                                          ***
      ******************************************************************
       0300-OPEN-LOG.

           MOVE 'N' TO WS-SRV-LOG-OPEN.

           OPEN I-O FC-SRVLOG.

           IF WS-SRVLOG-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-SRVLOG
              CLOSE FC-SRVLOG
              OPEN I-O FC-SRVLOG
           END-IF.

           IF WS-SRVLOG-FILE-STATUS EQUAL "00"
              MOVE 'Y' TO WS-SRV-LOG-OPEN
           END-IF.

       0300-OPEN-LOG-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Walks the open response log, deleting every entry logged  ***
      *** more than WS-SRV-RETAIN-DAYS days ago.                    ***
      ******************************************************************
       0400-AGE-LOG.

           ACCEPT WS-SRV-CAL-N FROM DATE YYYYMMDD.
           PERFORM 0900-DAY-NUMBER THRU 0900-DAY-NUMBER-EXIT.
           MOVE WS-SRV-DAYNUM TO WS-SRV-TODAY-NUM.

           MOVE LOW-VALUES TO FS-SRVLOG-KEY.

           START FC-SRVLOG KEY IS NOT LESS THAN FS-SRVLOG-KEY

           INVALID KEY
               GO TO 0400-AGE-LOG-EXIT

           END-START.

           MOVE 'N' TO WS-SRV-LOG-EOF.

           PERFORM UNTIL WS-SRV-LOG-EOF EQUAL 'S'

               READ FC-SRVLOG NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SRV-LOG-EOF

               NOT AT END
                   PERFORM 0410-AGE-ONE-ENTRY
                      THRU 0410-AGE-ONE-ENTRY-EXIT
               END-READ

           END-PERFORM.

       0400-AGE-LOG-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One entry judged against the retention.                   ***
      ******************************************************************
       0410-AGE-ONE-ENTRY.

           IF FS-SRVLOG-LOGGED-TS (1:8) NOT NUMERIC
              GO TO 0410-AGE-ONE-ENTRY-EXIT
           END-IF.

           MOVE FS-SRVLOG-LOGGED-TS (1:8) TO WS-SRV-CAL-N.
           PERFORM 0900-DAY-NUMBER THRU 0900-DAY-NUMBER-EXIT.

           SUBTRACT WS-SRV-DAYNUM FROM WS-SRV-TODAY-NUM
               GIVING WS-SRV-AGE.

           IF WS-SRV-AGE GREATER THAN WS-SRV-RETAIN-DAYS
              DELETE FC-SRVLOG RECORD
              ADD 1 TO WS-SRV-AGED
           END-IF.

       0410-AGE-ONE-ENTRY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-SRV-CAL as a running day number - years counted from a ***
      *** March start so the leap day falls last, then the month's  ***
      *** days before it and the day itself.                        ***
      ******************************************************************
       0900-DAY-NUMBER.

           MOVE WS-SRV-CAL-YEAR  TO WS-SRV-Y.
           MOVE WS-SRV-CAL-MONTH TO WS-SRV-M.

           IF WS-SRV-M LESS THAN 3
              SUBTRACT 1 FROM WS-SRV-Y
              ADD 12 TO WS-SRV-M
           END-IF.

           MULTIPLY WS-SRV-Y BY 365 GIVING WS-SRV-DAYNUM.

           DIVIDE WS-SRV-Y BY 4 GIVING WS-SRV-TERM.
           ADD WS-SRV-TERM TO WS-SRV-DAYNUM.

           DIVIDE WS-SRV-Y BY 100 GIVING WS-SRV-TERM.
           SUBTRACT WS-SRV-TERM FROM WS-SRV-DAYNUM.

           DIVIDE WS-SRV-Y BY 400 GIVING WS-SRV-TERM.
           ADD WS-SRV-TERM TO WS-SRV-DAYNUM.

           COMPUTE WS-SRV-TERM = (153 * (WS-SRV-M - 3)) + 2.
           DIVIDE WS-SRV-TERM BY 5 GIVING WS-SRV-TERM.
           ADD WS-SRV-TERM TO WS-SRV-DAYNUM.

           ADD WS-SRV-CAL-DAY TO WS-SRV-DAYNUM.

       0900-DAY-NUMBER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-SERVERPOS-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-SERVERSTOP-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-SRVLOG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-SRVRPL-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
