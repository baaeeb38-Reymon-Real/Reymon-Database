      *** Author:  Reymon Dev         ***
      *** File:    select.cbl         ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


      ******************************************************************
      *** Predicate-driven extract - "every row where the status     ***
      *** field is 'H' AND the amount field is greater than 1000" as ***
      *** one call instead of a bespoke caller program. Evaluates    ***
      *** the caller's predicate table against the plaintext content ***
      *** of the database's active rows, and lands every match       ***
      *** either in a named output database (raw rows, on-disk form, ***
      *** readable by every REYDB program) or - when no output name  ***
      *** is given - on a select.rpt listing.                        ***
      ***                                                            ***
      *** The rows are not always all read. Before the walk starts   ***
      *** the predicate table is weighed against the access paths    ***
      *** the database already maintains, cheapest first: a key      ***
      *** range or key prefix on the primary key; an equality on the ***
      *** field the dictionary declares indexed, through "<db>.idx"; ***
      *** a CONTAINS-WORD through the word index "<db>.wdx"; an      ***
      *** updated-date range on the alternate key. Only a predicate  ***
      *** every match must satisfy (one after the last OR) can steer ***
      *** the walk, and every row the path hands back is still       ***
      *** judged against the whole table - the path narrows what is  ***
      *** read, never what matches. When no path applies the whole   ***
      *** file is swept, as it always was.                           ***
      ***                                                            ***
      *** select.rpt closes with an *ACCESS PATH* line - the path    ***
      *** taken, the rows examined and the rows matched - so a slow  ***
      *** question can be told from a big answer. It is written in   ***
      *** output-database mode too, where that line is all it        ***
      *** carries.                                                   ***
      ******************************************************************

      ******************************************************************
       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-xref.cpy".
       COPY "file/control/reydb-select.cpy".
       COPY "file/control/reydb-index.cpy".
       COPY "file/control/reydb-windex.cpy".
      ******************************************************************

      ******************************************************************
                     REYDB-PAYLOAD-LEN BY 511
                     REYDB-CONTENT-LEN BY 471.
       COPY "file/section/reydb-select.cpy".
       COPY "file/section/reydb-index.cpy".
       COPY "file/section/reydb-windex.cpy".
      ******************************************************************

      ******************************************************************
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-xref.cpy".
       COPY "data/working/reydb-select.cpy".
       COPY "data/working/reydb-gdg.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-rowfilter.cpy".
       COPY "data/working/reydb-colsec.cpy".
       COPY "data/working/reydb-index.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-rectype.cpy".
       COPY "data/working/reydb-env.cpy".

      *** Plaintext copy of the current row's content - predicates
      *** only mean anything after the at-rest cipher is undone.
      *** 'Y' when the matches land on a named output database
      *** rather than the listing.
       77 WS-SELECT-TO-DATABASE PIC X(01) VALUE 'N'.

      *** The access path the predicate table earned, named the way
      *** the *ACCESS PATH* line reports it.
       77 WS-SELECT-PATH PIC X(13) VALUE "FULL SWEEP".
          88 WS-SELECT-BY-KEY      VALUE "PRIMARY KEY".
          88 WS-SELECT-BY-INDEX    VALUE "SECONDARY IDX".
          88 WS-SELECT-BY-WORD     VALUE "WORD INDEX".
          88 WS-SELECT-BY-UPDATED  VALUE "UPDATED KEY".
          88 WS-SELECT-BY-SWEEP    VALUE "FULL SWEEP".

      *** The first predicate every match must satisfy - the ones
      *** after the last OR; any earlier one can be outvoted.
       77 WS-SELECT-FIRST-NEEDED PIC 9(02) COMP-5 VALUE 1.

      *** The key range the key predicates narrow to, and the
      *** updated-stamp range the stamp predicates narrow to - each
      *** bound padded out to the full key width with LOW-VALUES or
      *** HIGH-VALUES, so a short literal reads as a prefix.
       77 WS-SELECT-KEY-LOW       PIC X(18) VALUE LOW-VALUES.
       77 WS-SELECT-KEY-HIGH      PIC X(18) VALUE HIGH-VALUES.
       77 WS-SELECT-KEY-BOUND     PIC X(18) VALUE SPACE.
       77 WS-SELECT-KEY-BOUNDED   PIC X(01) VALUE 'N'.
       77 WS-SELECT-STAMP-LOW     PIC X(16) VALUE LOW-VALUES.
       77 WS-SELECT-STAMP-HIGH    PIC X(16) VALUE HIGH-VALUES.
       77 WS-SELECT-STAMP-BOUND   PIC X(16) VALUE SPACE.
       77 WS-SELECT-STAMP-BOUNDED PIC X(01) VALUE 'N'.

      *** The dictionary's indexed slice, clipped to the 32 bytes the
      *** index key carries, and the predicate that probes it.
       77 WS-SELECT-IDX-OFFSET    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SELECT-IDX-LENGTH    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SELECT-IDX-SLICE-LEN PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SELECT-IDX-PRED      PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-SELECT-IDX-PROBE     PIC X(32) VALUE SPACE.
       77 WS-SELECT-IDX-PROBE-LEN PIC 9(04) COMP-5 VALUE ZERO.

      *** The CONTAINS-WORD predicate that probes the word index.
       77 WS-SELECT-WORD-PRED PIC 9(02) COMP-5 VALUE ZERO.

      *** A CONTAINS-WORD literal's word - the run up to its first
      *** blank, clipped to the word index's 16-byte column.
       77 WS-SELECT-WORD     PIC X(16) VALUE SPACE.
       77 WS-SELECT-WORD-LEN PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-SELECT-WORD-POS PIC 9(02) COMP-5 VALUE ZERO.

      *** Tokenizer state over the row's plaintext - the same
      *** blank-separated runs, two bytes or more, fifty to a row,
      *** that REYDB_WINDEX files, so the word path and the sweep
      *** agree on what a row contains.
       77 WS-SELECT-TOK-POS   PIC 9(04) COMP-5 VALUE 1.
       77 WS-SELECT-TOK-START PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SELECT-TOK-LEN   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SELECT-TOK-WORD  PIC X(16) VALUE SPACE.
       77 WS-SELECT-TOK-WORDS PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-SELECT-SCANNING  PIC X(01) VALUE 'N'.

      *** End of the walk over a side file, apart from the walk over
      *** the database itself.
       77 WS-SELECT-SIDE-EOF PIC X(01) VALUE 'N'.

      *** The *ACCESS PATH* line's counts, edited.
       77 WS-SELECT-EXAMINED-EDIT PIC Z(08)9 VALUE ZERO.
       77 WS-SELECT-MATCHED-EDIT  PIC Z(08)9 VALUE ZERO.
      ******************************************************************

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** No predicates would select every row - a caller that wants
      *** that has REYDB_UNLOAD already.
           IF LS-REYDB-PREDICATE-COUNT EQUAL ZERO
              GOBACK
           END-IF.

      *** A file that mixes record types - a content predicate only
      *** holds on a row whose own layout has a field at that slice.
           CALL "REYDB_DICT_RECTYPES" USING LS-REYDB-DATABASE-NAME
                                            WS-RECTYPE-TABLE
               RETURNING WS-REYDB-RESULT-RECTYPE
           END-CALL.

           IF WS-REYDB-RESULT-RECTYPE EQUAL WS-REYDB-SUCCESS
              MOVE 'Y' TO WS-RECTYPE-ACTIVE
           END-IF.

           MOVE ZERO TO WS-REYDB-RECORD-COUNT WS-SELECT-MATCH-COUNT.
           MOVE 'N'  TO WS-REYDB-EOF.

           OPEN INPUT FC-REYDB.

      *** A listing put under generations writes its next one - and
      *** there is always a listing now, if only for the access-path
      *** line an output-database run closes on.
           MOVE WS-SELECT-RPT-NAME TO WS-GDG-BASE-NAME.
           CALL "REYDB_GDG_NEXT" USING WS-GDG-BASE-NAME
                                       WS-SELECT-RPT-NAME
               RETURNING WS-REYDB-RESULT-GDG
           END-CALL.

           OPEN OUTPUT FC-SELECT.

           IF WS-SELECT-TO-DATABASE EQUAL 'Y'
              OPEN OUTPUT FC-REYDB-XREF
           END-IF.

           PERFORM 0100-CHOOSE-PATH THRU 0100-CHOOSE-PATH-EXIT.

           EVALUATE TRUE
               WHEN WS-SELECT-BY-KEY
                   PERFORM 3000-WALK-KEY-RANGE
                      THRU 3000-WALK-KEY-RANGE-EXIT
               WHEN WS-SELECT-BY-INDEX
                   PERFORM 3100-WALK-INDEX
                      THRU 3100-WALK-INDEX-EXIT
               WHEN WS-SELECT-BY-WORD
                   PERFORM 3200-WALK-WORD-INDEX
                      THRU 3200-WALK-WORD-INDEX-EXIT
               WHEN WS-SELECT-BY-UPDATED
                   PERFORM 3300-WALK-UPDATED-RANGE
                      THRU 3300-WALK-UPDATED-RANGE-EXIT
               WHEN OTHER
                   PERFORM 3400-WALK-WHOLE-FILE
                      THRU 3400-WALK-WHOLE-FILE-EXIT
           END-EVALUATE.

           PERFORM 4000-WRITE-ACCESS-PATH
              THRU 4000-WRITE-ACCESS-PATH-EXIT.

           CLOSE FC-REYDB.
           CLOSE FC-SELECT.

           IF WS-SELECT-TO-DATABASE EQUAL 'Y'
              CLOSE FC-REYDB-XREF
           END-IF.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

      *** The record count is the rows examined - on a narrowed
      *** path that is the rows the path handed back, not the file.
           MOVE WS-REYDB-RECORD-COUNT  TO LS-REYDB-RECORD-COUNT.
           MOVE WS-SELECT-MATCH-COUNT  TO LS-REYDB-MATCH-COUNT.
           MOVE WS-REYDB-SUCCESS       TO LS-REYDB-RESULT.
           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Weighs the predicate table against the access paths,       ***
      *** cheapest first, and leaves the one chosen in               ***
      *** WS-SELECT-PATH - with its side file already open when it   ***
      *** walks one. Only the predicates after the last OR bind      ***
      *** every match, so only they may steer.                       ***
      ******************************************************************
       0100-CHOOSE-PATH.

           MOVE 1 TO WS-SELECT-FIRST-NEEDED.

           PERFORM VARYING WS-SELECT-PRED-IDX FROM 1 BY 1
                     UNTIL WS-SELECT-PRED-IDX
                           NOT LESS THAN LS-REYDB-PREDICATE-COUNT
               IF LS-REYDB-PRED-CONNECT (WS-SELECT-PRED-IDX)
                  EQUAL 'O'
                  COMPUTE WS-SELECT-FIRST-NEEDED
                        = WS-SELECT-PRED-IDX + 2
               END-IF
           END-PERFORM.

      *** The key and updated-stamp ranges, narrowed by every binding
      *** comparison on either.
           MOVE LOW-VALUES  TO WS-SELECT-KEY-LOW WS-SELECT-STAMP-LOW.
           MOVE HIGH-VALUES TO WS-SELECT-KEY-HIGH WS-SELECT-STAMP-HIGH.
           MOVE 'N' TO WS-SELECT-KEY-BOUNDED WS-SELECT-STAMP-BOUNDED.
           MOVE ZERO TO WS-SELECT-IDX-PRED WS-SELECT-WORD-PRED.

           PERFORM VARYING WS-SELECT-PRED-IDX
                      FROM WS-SELECT-FIRST-NEEDED BY 1
                     UNTIL WS-SELECT-PRED-IDX
                           GREATER THAN LS-REYDB-PREDICATE-COUNT
               EVALUATE TRUE
                   WHEN LS-REYDB-PRED-ON-KEY (WS-SELECT-PRED-IDX)
                       PERFORM 0200-NARROW-KEY-RANGE
                          THRU 0200-NARROW-KEY-RANGE-EXIT
                   WHEN LS-REYDB-PRED-ON-UPDATED (WS-SELECT-PRED-IDX)
                       PERFORM 0300-NARROW-UPDATED-RANGE
                          THRU 0300-NARROW-UPDATED-RANGE-EXIT
                   WHEN LS-REYDB-PRED-COMPARE (WS-SELECT-PRED-IDX)
                        EQUAL "CW"
                       IF WS-SELECT-WORD-PRED EQUAL ZERO
                          PERFORM 1300-LITERAL-WORD
                             THRU 1300-LITERAL-WORD-EXIT
                          IF WS-SELECT-WORD-LEN GREATER THAN 1
                             MOVE WS-SELECT-PRED-IDX
                               TO WS-SELECT-WORD-PRED
                          END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.

           IF WS-SELECT-KEY-BOUNDED EQUAL 'Y'
              SET WS-SELECT-BY-KEY TO TRUE
              GO TO 0100-CHOOSE-PATH-EXIT
           END-IF.

      *** An equality or prefix on the indexed field - the slice has
      *** to start where the declared one does and fit inside it.
           CALL "REYDB_DICT_INDEXED" USING LS-REYDB-DATABASE-NAME
                                           WS-SELECT-IDX-OFFSET
                                           WS-SELECT-IDX-LENGTH
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-SELECT-IDX-LENGTH GREATER THAN 32
              MOVE 32 TO WS-SELECT-IDX-SLICE-LEN
           ELSE
              MOVE WS-SELECT-IDX-LENGTH TO WS-SELECT-IDX-SLICE-LEN
           END-IF.

           IF WS-REYDB-RESULT-DICT EQUAL WS-REYDB-SUCCESS
              AND WS-SELECT-IDX-SLICE-LEN GREATER THAN ZERO
              PERFORM VARYING WS-SELECT-PRED-IDX
                         FROM WS-SELECT-FIRST-NEEDED BY 1
                        UNTIL WS-SELECT-PRED-IDX
                              GREATER THAN LS-REYDB-PREDICATE-COUNT
                           OR WS-SELECT-IDX-PRED NOT EQUAL ZERO
                  IF LS-REYDB-PRED-COMPARE (WS-SELECT-PRED-IDX)
                     EQUAL "EQ"
                     AND LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX)
                         EQUAL WS-SELECT-IDX-OFFSET
                     AND LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)
                         GREATER THAN ZERO
                     AND LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)
                         NOT GREATER THAN WS-SELECT-IDX-SLICE-LEN
                     MOVE WS-SELECT-PRED-IDX TO WS-SELECT-IDX-PRED
                  END-IF
              END-PERFORM
           END-IF.

           IF WS-SELECT-IDX-PRED NOT EQUAL ZERO
              IF LS-REYDB-DATABASE-NAME EQUAL SPACE
                 MOVE "reymon.db.idx" TO WS-INDEX-DATABASE-NAME
              ELSE
                 MOVE SPACE TO WS-INDEX-DATABASE-NAME
                 STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                        ".idx"                 DELIMITED BY SIZE
                   INTO WS-INDEX-DATABASE-NAME
              END-IF

      *** No index file yet - nothing built it - is no path at all.
              OPEN INPUT FC-INDEX
              IF WS-INDEX-FILE-STATUS EQUAL "00"
                 SET WS-SELECT-BY-INDEX TO TRUE
                 GO TO 0100-CHOOSE-PATH-EXIT
              END-IF
           END-IF.

      *** A word the word index carries - only a database that opted
      *** into the word index has the file to open.
           IF WS-SELECT-WORD-PRED NOT EQUAL ZERO
              IF LS-REYDB-DATABASE-NAME EQUAL SPACE
                 MOVE "reymon.db.wdx" TO WS-WINDEX-DATABASE-NAME
              ELSE
                 MOVE SPACE TO WS-WINDEX-DATABASE-NAME
                 STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                        ".wdx"                 DELIMITED BY SIZE
                   INTO WS-WINDEX-DATABASE-NAME
              END-IF

              OPEN INPUT FC-WINDEX
              IF WS-WINDEX-FILE-STATUS EQUAL "00"
                 SET WS-SELECT-BY-WORD TO TRUE
                 GO TO 0100-CHOOSE-PATH-EXIT
              END-IF
           END-IF.

           IF WS-SELECT-STAMP-BOUNDED EQUAL 'Y'
              SET WS-SELECT-BY-UPDATED TO TRUE
              GO TO 0100-CHOOSE-PATH-EXIT
           END-IF.

           SET WS-SELECT-BY-SWEEP TO TRUE.

       0100-CHOOSE-PATH-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One binding comparison on the key narrows the key range -  ***
      *** the literal padded out with LOW-VALUES for a lower bound,  ***
      *** HIGH-VALUES for an upper one, the tighter bound kept. The  ***
      *** bounds are loose by a hair on GT and LT; the row's own     ***
      *** judging settles the edge.                                  ***
      ******************************************************************
       0200-NARROW-KEY-RANGE.

           IF LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX) EQUAL ZERO
           OR LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX) GREATER THAN 18
              GO TO 0200-NARROW-KEY-RANGE-EXIT
           END-IF.

           EVALUATE LS-REYDB-PRED-COMPARE (WS-SELECT-PRED-IDX)
               WHEN "EQ"
               WHEN "GE"
                   MOVE LOW-VALUES TO WS-SELECT-KEY-BOUND
               WHEN "GT"
                   MOVE HIGH-VALUES TO WS-SELECT-KEY-BOUND
               WHEN OTHER
                   MOVE LOW-VALUES TO WS-SELECT-KEY-BOUND
                   GO TO 0200-NARROW-KEY-HIGH
           END-EVALUATE.

           MOVE LS-REYDB-PRED-VALUE (WS-SELECT-PRED-IDX)
                (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX))
             TO WS-SELECT-KEY-BOUND
                (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)).

           IF WS-SELECT-KEY-BOUND GREATER THAN WS-SELECT-KEY-LOW
              MOVE WS-SELECT-KEY-BOUND TO WS-SELECT-KEY-LOW
           END-IF.

           MOVE 'Y' TO WS-SELECT-KEY-BOUNDED.

       0200-NARROW-KEY-HIGH.

           EVALUATE LS-REYDB-PRED-COMPARE (WS-SELECT-PRED-IDX)
               WHEN "EQ"
               WHEN "LE"
                   MOVE HIGH-VALUES TO WS-SELECT-KEY-BOUND
               WHEN "LT"
                   MOVE LOW-VALUES TO WS-SELECT-KEY-BOUND
               WHEN OTHER *> NE and CW bound nothing
                   GO TO 0200-NARROW-KEY-RANGE-EXIT
           END-EVALUATE.

           MOVE LS-REYDB-PRED-VALUE (WS-SELECT-PRED-IDX)
                (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX))
             TO WS-SELECT-KEY-BOUND
                (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)).

           IF WS-SELECT-KEY-BOUND LESS THAN WS-SELECT-KEY-HIGH
              MOVE WS-SELECT-KEY-BOUND TO WS-SELECT-KEY-HIGH
           END-IF.

           MOVE 'Y' TO WS-SELECT-KEY-BOUNDED.

       0200-NARROW-KEY-RANGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The same narrowing over the 16-byte updated stamp the      ***
      *** alternate key carries - a length of 8 is the date alone.   ***
      ******************************************************************
       0300-NARROW-UPDATED-RANGE.

           IF LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX) EQUAL ZERO
           OR LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX) GREATER THAN 16
              GO TO 0300-NARROW-UPDATED-RANGE-EXIT
           END-IF.

           EVALUATE LS-REYDB-PRED-COMPARE (WS-SELECT-PRED-IDX)
               WHEN "EQ"
               WHEN "GE"
                   MOVE LOW-VALUES TO WS-SELECT-STAMP-BOUND
               WHEN "GT"
                   MOVE HIGH-VALUES TO WS-SELECT-STAMP-BOUND
               WHEN OTHER
                   MOVE LOW-VALUES TO WS-SELECT-STAMP-BOUND
                   GO TO 0300-NARROW-UPDATED-HIGH
           END-EVALUATE.

           MOVE LS-REYDB-PRED-VALUE (WS-SELECT-PRED-IDX)
                (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX))
             TO WS-SELECT-STAMP-BOUND
                (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)).

           IF WS-SELECT-STAMP-BOUND GREATER THAN WS-SELECT-STAMP-LOW
              MOVE WS-SELECT-STAMP-BOUND TO WS-SELECT-STAMP-LOW
           END-IF.

           MOVE 'Y' TO WS-SELECT-STAMP-BOUNDED.

       0300-NARROW-UPDATED-HIGH.

           EVALUATE LS-REYDB-PRED-COMPARE (WS-SELECT-PRED-IDX)
               WHEN "EQ"
               WHEN "LE"
                   MOVE HIGH-VALUES TO WS-SELECT-STAMP-BOUND
               WHEN "LT"
                   MOVE LOW-VALUES TO WS-SELECT-STAMP-BOUND
               WHEN OTHER *> NE and CW bound nothing
                   GO TO 0300-NARROW-UPDATED-RANGE-EXIT
           END-EVALUATE.

           MOVE LS-REYDB-PRED-VALUE (WS-SELECT-PRED-IDX)
                (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX))
             TO WS-SELECT-STAMP-BOUND
                (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)).

           IF WS-SELECT-STAMP-BOUND LESS THAN WS-SELECT-STAMP-HIGH
              MOVE WS-SELECT-STAMP-BOUND TO WS-SELECT-STAMP-HIGH
           END-IF.

           MOVE 'Y' TO WS-SELECT-STAMP-BOUNDED.

       0300-NARROW-UPDATED-RANGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Deciphers the row and folds the predicate table over it,   ***
      *** left to right - the verdict so far combines with the next  ***
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           IF WS-RECTYPE-IS-ACTIVE
              CALL "REYDB_DICT_PICK" USING
                  WS-RECTYPE-TABLE WS-SELECT-CONTENT
                  WS-RECTYPE-ROW-COUNT WS-RECTYPE-ROW-LAYOUT
                  WS-RECTYPE-ROW-NAMES WS-RECTYPE-ROW-TYPES
                  RETURNING WS-REYDB-RESULT-RECTYPE
              END-CALL
           END-IF.

           MOVE SPACE TO WS-SELECT-CONNECT.
           MOVE 'N'   TO WS-SELECT-VERDICT.


      ******************************************************************
      *** One predicate against the plaintext - slice out the field, ***
      *** clip the literal to the same width, compare. The reserved  ***
      *** offsets slice the row's key or its updated stamp instead,  ***
      *** and CW looks for the literal among the row's words.        ***
      ******************************************************************
       1100-EVALUATE-ONE.

           MOVE 'N' TO WS-SELECT-ONE.

           IF LS-REYDB-PRED-COMPARE (WS-SELECT-PRED-IDX) EQUAL "CW"
              PERFORM 1200-CONTAINS-WORD THRU 1200-CONTAINS-WORD-EXIT
              GO TO 1100-EVALUATE-ONE-EXIT
           END-IF.

           MOVE SPACE TO WS-SELECT-SLICE WS-SELECT-LITERAL.

      *** A slice outside the content area can never be true - and
      *** flagging it per row would flood the run, so it just fails.
           EVALUATE TRUE
               WHEN LS-REYDB-PRED-ON-KEY (WS-SELECT-PRED-IDX)
                   IF LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)
                      EQUAL ZERO
                   OR LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)
                      GREATER THAN 18
                      GO TO 1100-EVALUATE-ONE-EXIT
                   END-IF
                   MOVE FS-REYDB-KEY
                        (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX))
                     TO WS-SELECT-SLICE
                        (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX))
               WHEN LS-REYDB-PRED-ON-UPDATED (WS-SELECT-PRED-IDX)
                   IF LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)
                      EQUAL ZERO
                   OR LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)
                      GREATER THAN 16
                      GO TO 1100-EVALUATE-ONE-EXIT
                   END-IF
                   MOVE FS-REYDB-UPDATED-TS
                        (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX))
                     TO WS-SELECT-SLICE
                        (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX))
               WHEN OTHER
                   IF LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)
                      EQUAL ZERO
                   OR LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)
                      GREATER THAN 32
                   OR LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX)
                      EQUAL ZERO
                   OR LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX)
                      + LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX) - 1
                      GREATER THAN 471
                      GO TO 1100-EVALUATE-ONE-EXIT
                   END-IF
                   IF WS-RECTYPE-IS-ACTIVE
                      PERFORM 1150-SLICE-IN-LAYOUT
                         THRU 1150-SLICE-IN-LAYOUT-EXIT
                      IF WS-RECTYPE-FITS NOT EQUAL 'Y'
                         GO TO 1100-EVALUATE-ONE-EXIT
                      END-IF
                   END-IF
                   MOVE WS-SELECT-CONTENT
                        (LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX) :
                         LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX))
                     TO WS-SELECT-SLICE
                        (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX))
           END-EVALUATE.

           MOVE LS-REYDB-PRED-VALUE (WS-SELECT-PRED-IDX)
                (1 : LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX))
           EXIT.
      ******************************************************************

      ******************************************************************
      *** On a file that mixes record types, a content slice is only ***
      *** meaningful when it lies inside a field of the row's own    ***
      *** layout - or is the discriminator itself. Anything else is  ***
      *** another type's field, and never true here.                 ***
      ******************************************************************
       1150-SLICE-IN-LAYOUT.

           MOVE 'N' TO WS-RECTYPE-FITS.

           IF LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX)
              NOT LESS THAN WS-RECTYPE-OFFSET
           AND LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX)
               + LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)
              NOT GREATER THAN WS-RECTYPE-OFFSET + WS-RECTYPE-LENGTH
              MOVE 'Y' TO WS-RECTYPE-FITS
              GO TO 1150-SLICE-IN-LAYOUT-EXIT
           END-IF.

           PERFORM VARYING WS-RECTYPE-IDX FROM 1 BY 1
                     UNTIL WS-RECTYPE-IDX
                           GREATER THAN WS-RECTYPE-ROW-COUNT
                        OR WS-RECTYPE-FITS EQUAL 'Y'
               IF LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX)
                  NOT LESS THAN WS-RECTYPE-ROW-OFFSET (WS-RECTYPE-IDX)
               AND LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX)
                   + LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)
                  NOT GREATER THAN
                   WS-RECTYPE-ROW-OFFSET (WS-RECTYPE-IDX)
                   + WS-RECTYPE-ROW-LENGTH (WS-RECTYPE-IDX)
                  MOVE 'Y' TO WS-RECTYPE-FITS
               END-IF
           END-PERFORM.

       1150-SLICE-IN-LAYOUT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Contains-word - the literal's word against the row's       ***
      *** words, tokenized the way REYDB_WINDEX files them           ***
      *** (blank-separated runs of the whole content, clipped to     ***
      *** sixteen, single characters skipped, fifty to a row), so a  ***
      *** row the word index would hand back is exactly a row this   ***
      *** says yes to. The word has to lie wholly inside the         ***
      *** predicate's slice; offset 1 length 471 is the whole        ***
      *** content.                                                   ***
      ******************************************************************
       1200-CONTAINS-WORD.

           IF LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX) EQUAL ZERO
           OR LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX) EQUAL ZERO
           OR LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX)
              + LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX) - 1
              GREATER THAN 471
              GO TO 1200-CONTAINS-WORD-EXIT
           END-IF.

           PERFORM 1300-LITERAL-WORD THRU 1300-LITERAL-WORD-EXIT.

           IF WS-SELECT-WORD-LEN LESS THAN 2
              GO TO 1200-CONTAINS-WORD-EXIT
           END-IF.

           MOVE 1    TO WS-SELECT-TOK-POS.
           MOVE ZERO TO WS-SELECT-TOK-WORDS.
           MOVE 'Y'  TO WS-SELECT-SCANNING.

           PERFORM UNTIL WS-SELECT-SCANNING EQUAL 'N'
                      OR WS-SELECT-TOK-WORDS NOT LESS THAN 50

               PERFORM 1210-NEXT-WORD THRU 1210-NEXT-WORD-EXIT

               IF WS-SELECT-TOK-LEN EQUAL ZERO
                  MOVE 'N' TO WS-SELECT-SCANNING
               ELSE
                  IF WS-SELECT-TOK-LEN GREATER THAN 1
                     ADD 1 TO WS-SELECT-TOK-WORDS
                     IF WS-SELECT-TOK-WORD EQUAL WS-SELECT-WORD
                        AND WS-SELECT-TOK-START NOT LESS THAN
                            LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX)
                        AND WS-SELECT-TOK-START + WS-SELECT-TOK-LEN
                            NOT GREATER THAN
                            LS-REYDB-PRED-OFFSET (WS-SELECT-PRED-IDX)
                            + LS-REYDB-PRED-LENGTH (WS-SELECT-PRED-IDX)
                        MOVE 'Y' TO WS-SELECT-ONE
                        MOVE 'N' TO WS-SELECT-SCANNING
                     END-IF
                  END-IF
               END-IF

           END-PERFORM.

       1200-CONTAINS-WORD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The next blank-separated run of the plaintext - where it   ***
      *** starts, its full length (zero at the end), and its first   ***
      *** sixteen bytes.                                             ***
      ******************************************************************
       1210-NEXT-WORD.

           MOVE SPACE TO WS-SELECT-TOK-WORD.
           MOVE ZERO  TO WS-SELECT-TOK-LEN.

           PERFORM UNTIL WS-SELECT-TOK-POS GREATER THAN 471
                      OR WS-SELECT-CONTENT (WS-SELECT-TOK-POS:1)
                         NOT EQUAL SPACE
               ADD 1 TO WS-SELECT-TOK-POS
           END-PERFORM.

           MOVE WS-SELECT-TOK-POS TO WS-SELECT-TOK-START.

           PERFORM UNTIL WS-SELECT-TOK-POS GREATER THAN 471
                      OR WS-SELECT-CONTENT (WS-SELECT-TOK-POS:1)
                         EQUAL SPACE
               ADD 1 TO WS-SELECT-TOK-LEN
               IF WS-SELECT-TOK-LEN NOT GREATER THAN 16
                  MOVE WS-SELECT-CONTENT (WS-SELECT-TOK-POS:1)
                    TO WS-SELECT-TOK-WORD (WS-SELECT-TOK-LEN:1)
               END-IF
               ADD 1 TO WS-SELECT-TOK-POS
           END-PERFORM.

       1210-NEXT-WORD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A CW literal's word - the run up to its first blank,       ***
      *** clipped to the word index's sixteen bytes. Fewer than two  ***
      *** bytes is no word the index would ever have filed.          ***
      ******************************************************************
       1300-LITERAL-WORD.

           MOVE SPACE TO WS-SELECT-WORD.
           MOVE ZERO  TO WS-SELECT-WORD-LEN.

           PERFORM VARYING WS-SELECT-WORD-POS FROM 1 BY 1
                     UNTIL WS-SELECT-WORD-POS GREATER THAN 16
                        OR LS-REYDB-PRED-VALUE (WS-SELECT-PRED-IDX)
                           (WS-SELECT-WORD-POS:1) EQUAL SPACE
               ADD 1 TO WS-SELECT-WORD-LEN
           END-PERFORM.

           IF WS-SELECT-WORD-LEN GREATER THAN ZERO
              MOVE LS-REYDB-PRED-VALUE (WS-SELECT-PRED-IDX)
                   (1:WS-SELECT-WORD-LEN)
                TO WS-SELECT-WORD
           END-IF.

       1300-LITERAL-WORD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One row the access path handed back - every path lands     ***
      *** here, so the whole predicate table and the signed-on       ***
      *** user's row filter judge every candidate alike, however it  ***
      *** was found.                                                 ***
      ******************************************************************
       1500-JUDGE-ROW.

           IF FS-REYDB-IS-DELETED
              GO TO 1500-JUDGE-ROW-EXIT
           END-IF.

           ADD 1 TO WS-REYDB-RECORD-COUNT.

           PERFORM 1000-EVALUATE-ROW THRU 1000-EVALUATE-ROW-EXIT.

           IF WS-SELECT-VERDICT NOT EQUAL 'Y'
              GO TO 1500-JUDGE-ROW-EXIT
           END-IF.

      *** The signed-on user's row filter runs on top of the
      *** caller's own predicates - rows outside their slice of
      *** the shared file never land, silently.
           CALL "REYDB_ROWFILTER_EVAL" USING LS-REYDB-DATABASE-NAME
                                             WS-SELECT-CONTENT
                                             WS-ROWFILTER-ALLOWED
               RETURNING WS-REYDB-RESULT-ROWFILTER
           END-CALL.

           IF WS-ROWFILTER-ALLOWED EQUAL 'N'
              GO TO 1500-JUDGE-ROW-EXIT
           END-IF.

      *** Fields the signed-on user may not see land blank - the
      *** predicates above were judged on the whole row, as the
      *** database's own selection, but nothing hidden leaves here.
           CALL "REYDB_COLSEC_MASK" USING LS-REYDB-DATABASE-NAME
                                          WS-SELECT-CONTENT
                                          WS-COLSEC-MASKED
               RETURNING WS-REYDB-RESULT-COLSEC
           END-CALL.

           PERFORM 2000-LAND-MATCH THRU 2000-LAND-MATCH-EXIT.

       1500-JUDGE-ROW-EXIT.
           EXIT.
      ******************************************************************


      ******************************************************************
      *** Lands one matching row - the raw on-disk record into the   ***
      *** output database, or a key-plus-plaintext line onto the     ***
              MOVE FS-REYDB-KEY    TO FS-REYDB-XREF-KEY
              MOVE FS-REYDB-BUFFER TO FS-REYDB-XREF-BUFFER

      *** A masked row cannot land as the source's at-rest bytes -
      *** the blanked plaintext goes down instead, uncompressed and
      *** enciphered afresh, and its checksum entry follows it.
              IF WS-COLSEC-MASKED EQUAL 'Y'
                 MOVE WS-SELECT-CONTENT TO FS-REYDB-XREF-CONTENT
                 SET FS-REYDB-XREF-IS-ACTIVE TO TRUE
                 MOVE ZERO TO WS-SELECT-ROW-GEN
                 IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
                    CALL "REYDB_ENCRYPT_GEN" USING
                             FS-REYDB-XREF-CONTENT
                             WS-SELECT-ROW-GEN
                        RETURNING WS-REYDB-RESULT-CIPHER
                    END-CALL
                 END-IF
              END-IF

              WRITE FS-REYDB-XREF-RECORD
              INVALID KEY
                  CONTINUE
       2000-LAND-MATCH-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Primary-key path - START at the low bound and read in key  ***
      *** order until the first key past the high bound. An equality ***
      *** on the whole key reads one row.                            ***
      ******************************************************************
       3000-WALK-KEY-RANGE.

           MOVE WS-SELECT-KEY-LOW TO FS-REYDB-KEY.

           START FC-REYDB KEY IS NOT LESS THAN FS-REYDB-KEY
               INVALID KEY
                   MOVE 'S' TO WS-REYDB-EOF
           END-START.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-REYDB-EOF

               NOT AT END
                   IF FS-REYDB-KEY GREATER THAN WS-SELECT-KEY-HIGH
                      MOVE 'S' TO WS-REYDB-EOF
                   ELSE
                      PERFORM 1500-JUDGE-ROW THRU 1500-JUDGE-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

       3000-WALK-KEY-RANGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Secondary-index path - the run of "<db>.idx" entries whose ***
      *** value starts with the literal, each one's primary key read ***
      *** straight off the database. The index is the one            ***
      *** REYDB_INDEX keeps current on every add, rewrite and        ***
      *** remove.                                                    ***
      ******************************************************************
       3100-WALK-INDEX.

           MOVE LS-REYDB-PRED-LENGTH (WS-SELECT-IDX-PRED)
             TO WS-SELECT-IDX-PROBE-LEN.
           MOVE SPACE TO WS-SELECT-IDX-PROBE.
           MOVE LS-REYDB-PRED-VALUE (WS-SELECT-IDX-PRED)
                (1 : WS-SELECT-IDX-PROBE-LEN)
             TO WS-SELECT-IDX-PROBE (1 : WS-SELECT-IDX-PROBE-LEN).

           MOVE LOW-VALUES TO FS-INDEX-KEY.
           MOVE WS-SELECT-IDX-PROBE (1 : WS-SELECT-IDX-PROBE-LEN)
             TO FS-INDEX-VALUE (1 : WS-SELECT-IDX-PROBE-LEN).

           MOVE 'N' TO WS-SELECT-SIDE-EOF.

           START FC-INDEX KEY IS NOT LESS THAN FS-INDEX-KEY
               INVALID KEY
                   MOVE 'S' TO WS-SELECT-SIDE-EOF
           END-START.

           PERFORM UNTIL WS-SELECT-SIDE-EOF EQUAL 'S'

               READ FC-INDEX NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SELECT-SIDE-EOF

               NOT AT END
                   IF FS-INDEX-VALUE (1 : WS-SELECT-IDX-PROBE-LEN)
                      NOT EQUAL
                      WS-SELECT-IDX-PROBE (1 : WS-SELECT-IDX-PROBE-LEN)
                      MOVE 'S' TO WS-SELECT-SIDE-EOF
                   ELSE
                      MOVE FS-INDEX-PRIMARY TO FS-REYDB-KEY
                      PERFORM 3500-READ-CANDIDATE
                         THRU 3500-READ-CANDIDATE-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-INDEX.

       3100-WALK-INDEX-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Word-index path - the postings of the literal's word in    ***
      *** "<db>.wdx", each one's record read straight off the        ***
      *** database.                                                  ***
      ******************************************************************
       3200-WALK-WORD-INDEX.

           MOVE WS-SELECT-WORD-PRED TO WS-SELECT-PRED-IDX.

           PERFORM 1300-LITERAL-WORD THRU 1300-LITERAL-WORD-EXIT.

           MOVE WS-SELECT-WORD TO FS-WINDEX-WORD.
           MOVE LOW-VALUES     TO FS-WINDEX-RECORD-KEY.

           MOVE 'N' TO WS-SELECT-SIDE-EOF.

           START FC-WINDEX KEY IS NOT LESS THAN FS-WINDEX-KEY
               INVALID KEY
                   MOVE 'S' TO WS-SELECT-SIDE-EOF
           END-START.

           PERFORM UNTIL WS-SELECT-SIDE-EOF EQUAL 'S'

               READ FC-WINDEX NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SELECT-SIDE-EOF

               NOT AT END
                   IF FS-WINDEX-WORD NOT EQUAL WS-SELECT-WORD
                      MOVE 'S' TO WS-SELECT-SIDE-EOF
                   ELSE
                      MOVE FS-WINDEX-RECORD-KEY TO FS-REYDB-KEY
                      PERFORM 3500-READ-CANDIDATE
                         THRU 3500-READ-CANDIDATE-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-WINDEX.

       3200-WALK-WORD-INDEX-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Updated-key path - START the alternate key at the low      ***
      *** bound and read in updated-stamp order until the first      ***
      *** stamp past the high bound, the walk REYDB_LIST_BY_DATE     ***
      *** already makes.                                             ***
      ******************************************************************
       3300-WALK-UPDATED-RANGE.

           MOVE WS-SELECT-STAMP-LOW TO FS-REYDB-UPDATED-TS.

           START FC-REYDB KEY IS NOT LESS THAN FS-REYDB-UPDATED-TS
               INVALID KEY
                   MOVE 'S' TO WS-REYDB-EOF
           END-START.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-REYDB-EOF

               NOT AT END
                   IF FS-REYDB-UPDATED-TS GREATER THAN
                      WS-SELECT-STAMP-HIGH
                      MOVE 'S' TO WS-REYDB-EOF
                   ELSE
                      PERFORM 1500-JUDGE-ROW THRU 1500-JUDGE-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

       3300-WALK-UPDATED-RANGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** No path applies - every row of the file, in key order.     ***
      ******************************************************************
       3400-WALK-WHOLE-FILE.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-REYDB-EOF

               NOT AT END
                   PERFORM 1500-JUDGE-ROW THRU 1500-JUDGE-ROW-EXIT
               END-READ

           END-PERFORM.

       3400-WALK-WHOLE-FILE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One side-file posting's row read by key - a posting whose  ***
      *** row has since gone is skipped, the index merely a step     ***
      *** behind.                                                    ***
      ******************************************************************
       3500-READ-CANDIDATE.

           READ FC-REYDB KEY IS FS-REYDB-KEY

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               PERFORM 1500-JUDGE-ROW THRU 1500-JUDGE-ROW-EXIT

           END-READ.

       3500-READ-CANDIDATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Closes the listing on the access path taken and what it    ***
      *** cost - the rows examined against the rows matched.         ***
      ******************************************************************
       4000-WRITE-ACCESS-PATH.

           MOVE WS-REYDB-RECORD-COUNT TO WS-SELECT-EXAMINED-EDIT.
           MOVE WS-SELECT-MATCH-COUNT TO WS-SELECT-MATCHED-EDIT.

           MOVE SPACE           TO FS-SELECT-RECORD.
           MOVE "*ACCESS PATH*" TO FS-SELECT-KEY.

           STRING WS-SELECT-PATH          DELIMITED BY SIZE
                  " EXAMINED "            DELIMITED BY SIZE
                  WS-SELECT-EXAMINED-EDIT DELIMITED BY SIZE
                  " MATCHED "             DELIMITED BY SIZE
                  WS-SELECT-MATCHED-EDIT  DELIMITED BY SIZE
             INTO FS-SELECT-CONTENT.

           WRITE FS-SELECT-RECORD.

       4000-WRITE-ACCESS-PATH-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-SELECT-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
