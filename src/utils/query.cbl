      *** Author:  Reymon Dev         ***
      *** File:    query.cbl         ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** unknown comparison, a missing piece - lands its objection ***
      *** on query.rpt in words instead of running half a question. ***
      ***                                                             ***
      *** Comparisons: = <> > < >= <= (EQ NE GT LT GE LE), and      ***
      *** CONTAINS (CW) for a word anywhere in the field;           ***
      *** connectors AND / OR, left to right, no precedence - the   ***
      *** way REYDB_SELECT has always evaluated. Literals quoted    ***
      *** with apostrophes may carry embedded blanks; bare literals ***
      *** run to the next blank; a quoted literal ending in * under ***
      *** = or <> is a prefix ('AB*'). Up to ten predicates, the    ***
      *** table's own limit.                                        ***
      ***                                                           ***
      *** REYDB_QUERY_TEXT takes the same clause as text from the   ***
      *** caller instead of off the cards.                          ***
      ***                                                           ***
      *** Three names need no dictionary entry: KEY (the row's      ***
      *** key), UPDATED (its last-updated date, CCYYMMDD) and       ***
      *** CONTENT (the whole content, for CONTAINS) - a dictionary  ***
      *** field of the same name wins. KEY and UPDATED let          ***
      *** REYDB_SELECT walk its keys instead of the whole file.     ***
      *** A file that mixes record types also resolves its type     ***
      *** layouts' field names, and RECTYPE names the type value.   ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-query.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-select.cpy".
       COPY "data/working/reydb-rectype.cpy".

      *** The whole clause, cards concatenated in order - five
      *** cards is room for the ten-predicate table's worst case.
       77 WS-QUERY-FIELD-IDX   PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-QUERY-SCAN-IDX    PIC 9(02) COMP-5 VALUE ZERO.

      *** The slice the name in hand stands for - a dictionary
      *** field's, or one of the reserved names'.
       77 WS-QUERY-USE-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-QUERY-USE-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.

      *** Result of the CALL to REYDB_SELECT.
       77 WS-REYDB-RESULT-SELECT PIC 9(18) VALUE ZERO.

      *** 'Y' when the clause comes off query.crd, 'N' when the
      *** caller hands it over as text.
       77 WS-QUERY-FROM-CARDS PIC X(01) VALUE 'Y'.

       77 WS-QUERY-EOF PIC X(01) VALUE 'N'.
      ******************************************************************

       77 LS-REYDB-OUTPUT-NAME PIC X(64) VALUE SPACE.

       77 LS-REYDB-MATCH-COUNT PIC 9(09) COMP-5 VALUE ZERO.

      *** The clause as text - five cards' worth, laid end to end.
       77 LS-QUERY-CLAUSE PIC X(400) VALUE SPACE.
      ******************************************************************

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'Y' TO WS-QUERY-FROM-CARDS.

           PERFORM 0500-RUN-QUERY THRU 0500-RUN-QUERY-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - the clause handed over as text        ***
      *** instead of read off query.crd, for a caller that already   ***
      *** holds it (a saved definition run by name). Same parse,     ***
      *** same objections on query.rpt, same REYDB_SELECT dispatch.  ***
      ******************************************************************
       ENTRY "REYDB_QUERY_TEXT" USING LS-REYDB-DATABASE-NAME
                                      LS-REYDB-OUTPUT-NAME
                                      LS-QUERY-CLAUSE
                                      LS-REYDB-RECORD-COUNT
                                      LS-REYDB-MATCH-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N'             TO WS-QUERY-FROM-CARDS.
           MOVE LS-QUERY-CLAUSE TO WS-QUERY-TEXT.
           MOVE 400             TO WS-QUERY-LEN.

           PERFORM 0500-RUN-QUERY THRU 0500-RUN-QUERY-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The question itself - clause in hand, parsed against the   ***
      *** dictionary, dispatched to REYDB_SELECT.                    ***
      ******************************************************************
       0500-RUN-QUERY.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT LS-REYDB-MATCH-COUNT.

           OPEN OUTPUT FC-QUERY-RPT.

           IF WS-QUERY-FROM-CARDS EQUAL 'Y'
              PERFORM 1000-READ-CARDS THRU 1000-READ-CARDS-EXIT
           END-IF.

           IF WS-QUERY-BROKEN EQUAL 'Y'
              CLOSE FC-QUERY-RPT
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0500-RUN-QUERY-EXIT
           END-IF.

      *** The field names only mean anything through this
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

      *** A file that mixes record types also answers to its type
      *** layouts' names, and to RECTYPE for the discriminator - it
      *** may keep no base fields at all.
           CALL "REYDB_DICT_RECTYPES" USING LS-REYDB-DATABASE-NAME
                                            WS-RECTYPE-TABLE
               RETURNING WS-REYDB-RESULT-RECTYPE
           END-CALL.

           IF WS-REYDB-RESULT-RECTYPE EQUAL WS-REYDB-SUCCESS
              MOVE 'Y' TO WS-RECTYPE-ACTIVE
           END-IF.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              AND NOT WS-RECTYPE-IS-ACTIVE
              MOVE "NO DICTIONARY LAYOUT FOR THIS DATABASE"
                TO FS-QUERY-RPT-TEXT
              WRITE FS-QUERY-RPT-RECORD
              CLOSE FC-QUERY-RPT
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0500-RUN-QUERY-EXIT
           END-IF.

           PERFORM 2000-PARSE-CLAUSE THRU 2000-PARSE-CLAUSE-EXIT.
           IF WS-QUERY-BROKEN EQUAL 'Y'
           OR WS-QUERY-PRED-COUNT EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0500-RUN-QUERY-EXIT
           END-IF.

           CALL "REYDB_SELECT" USING LS-REYDB-DATABASE-NAME

           MOVE WS-REYDB-RESULT-SELECT TO LS-REYDB-RESULT.

       0500-RUN-QUERY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************

           END-PERFORM.

      *** Not a base field - perhaps one record type's own.
           MOVE 'N' TO WS-RECTYPE-FITS.

           IF WS-QUERY-FIELD-IDX EQUAL ZERO
              AND WS-RECTYPE-IS-ACTIVE
              PERFORM 2250-TYPE-FIELD THRU 2250-TYPE-FIELD-EXIT
           END-IF.

      *** Not a dictionary field - perhaps one of the reserved
      *** names REYDB_SELECT reaches outside the content for.
           IF WS-QUERY-FIELD-IDX NOT EQUAL ZERO
              MOVE WS-QUERY-FIELD-OFFSET (WS-QUERY-FIELD-IDX)
                TO WS-QUERY-USE-OFFSET
              MOVE WS-QUERY-FIELD-LENGTH (WS-QUERY-FIELD-IDX)
                TO WS-QUERY-USE-LENGTH
           ELSE
              IF WS-RECTYPE-FITS NOT EQUAL 'Y'
              EVALUATE WS-QUERY-TOKEN
                  WHEN "KEY"
                      MOVE WS-SELECT-FIELD-KEY TO WS-QUERY-USE-OFFSET
                      MOVE 18                  TO WS-QUERY-USE-LENGTH
                  WHEN "UPDATED"
                      MOVE WS-SELECT-FIELD-UPDATED
                        TO WS-QUERY-USE-OFFSET
                      MOVE 8 TO WS-QUERY-USE-LENGTH
                  WHEN "CONTENT"
                      MOVE 1   TO WS-QUERY-USE-OFFSET
                      MOVE 471 TO WS-QUERY-USE-LENGTH
                  WHEN OTHER
                      MOVE SPACE TO FS-QUERY-RPT-TEXT
                      STRING "FIELD NOT IN DICTIONARY: "
                                 DELIMITED BY SIZE
                             WS-QUERY-TOKEN DELIMITED BY SIZE
                        INTO FS-QUERY-RPT-TEXT
                      WRITE FS-QUERY-RPT-RECORD
                      MOVE 'Y' TO WS-QUERY-BROKEN
                      GO TO 2200-ONE-PREDICATE-EXIT
              END-EVALUATE
              END-IF
           END-IF.

           ADD 1 TO WS-QUERY-PRED-COUNT.

           MOVE WS-QUERY-USE-OFFSET
             TO WS-QUERY-PRED-OFFSET  (WS-QUERY-PRED-COUNT).
           MOVE WS-QUERY-USE-LENGTH
             TO WS-QUERY-PRED-LENGTH  (WS-QUERY-PRED-COUNT).
           MOVE SPACE
             TO WS-QUERY-PRED-CONNECT (WS-QUERY-PRED-COUNT).
               WHEN "<="
                   MOVE "LE"
                     TO WS-QUERY-PRED-COMPARE (WS-QUERY-PRED-COUNT)
               WHEN "CONTAINS"
                   MOVE "CW"
                     TO WS-QUERY-PRED-COMPARE (WS-QUERY-PRED-COUNT)
               WHEN OTHER
                   MOVE SPACE TO FS-QUERY-RPT-TEXT
                   STRING "COMPARISON NOT RECOGNIZED: "
              GO TO 2200-ONE-PREDICATE-EXIT
           END-IF.

      *** CONTAINS looks among the content's words, and the whole
      *** content is too wide for anything but CONTAINS.
           IF WS-QUERY-PRED-COMPARE (WS-QUERY-PRED-COUNT) EQUAL "CW"
              AND WS-QUERY-USE-OFFSET GREATER THAN 471
              MOVE "CONTAINS WANTS A CONTENT FIELD, NOT KEY OR UPDATED"
                TO FS-QUERY-RPT-TEXT
              WRITE FS-QUERY-RPT-RECORD
              MOVE 'Y' TO WS-QUERY-BROKEN
              GO TO 2200-ONE-PREDICATE-EXIT
           END-IF.

           IF WS-QUERY-PRED-COMPARE (WS-QUERY-PRED-COUNT)
              NOT EQUAL "CW"
              AND WS-QUERY-USE-LENGTH GREATER THAN 32
              MOVE "FIELD TOO WIDE TO COMPARE - USE CONTAINS"
                TO FS-QUERY-RPT-TEXT
              WRITE FS-QUERY-RPT-RECORD
              MOVE 'Y' TO WS-QUERY-BROKEN
              GO TO 2200-ONE-PREDICATE-EXIT
           END-IF.

      *** The literal - a number left-justifies into the value the
      *** same way a quoted string does; REYDB_SELECT compares the
      *** slice alphanumerically either way, so a numeric field in
      *** the stored zoned form - so AMOUNT > 1000 means what the
      *** analyst meant.
           IF WS-QUERY-TOKEN-QUOTED EQUAL 'N'
              AND WS-QUERY-PRED-COMPARE (WS-QUERY-PRED-COUNT)
                  NOT EQUAL "CW"
              AND WS-QUERY-TOKEN (1:WS-QUERY-TOKEN-LEN) IS NUMERIC
              AND WS-QUERY-PRED-LENGTH (WS-QUERY-PRED-COUNT)
                  GREATER THAN WS-QUERY-TOKEN-LEN
                    : WS-QUERY-TOKEN-LEN)
           END-IF.

      *** A quoted literal ending in * is a prefix - the slice
      *** narrows to the bytes before it, so KEY = 'AB*' reads
      *** every key starting AB (and walks just those keys).
           IF WS-QUERY-TOKEN-QUOTED EQUAL 'Y'
              AND WS-QUERY-TOKEN-LEN GREATER THAN 1
              AND WS-QUERY-TOKEN (WS-QUERY-TOKEN-LEN:1) EQUAL "*"
              AND (WS-QUERY-PRED-COMPARE (WS-QUERY-PRED-COUNT)
                   EQUAL "EQ"
               OR  WS-QUERY-PRED-COMPARE (WS-QUERY-PRED-COUNT)
                   EQUAL "NE")
              AND WS-QUERY-TOKEN-LEN - 1
                  NOT GREATER THAN
                  WS-QUERY-PRED-LENGTH (WS-QUERY-PRED-COUNT)
              COMPUTE WS-QUERY-PRED-LENGTH (WS-QUERY-PRED-COUNT)
                    = WS-QUERY-TOKEN-LEN - 1
              MOVE SPACE
                TO WS-QUERY-PRED-VALUE (WS-QUERY-PRED-COUNT)
                   (WS-QUERY-TOKEN-LEN:1)
           END-IF.

      *** The connector - or the end of the clause.
           PERFORM 2100-NEXT-TOKEN THRU 2100-NEXT-TOKEN-EXIT.

           EXIT.
      ******************************************************************

      ******************************************************************
      *** The name in hand against a mixed file's type layouts, in   ***
      *** value order - the first type that has it lends its slice,  ***
      *** and REYDB_SELECT holds the predicate only on rows whose    ***
      *** own type has a field there. RECTYPE is the discriminator.  ***
      ******************************************************************
       2250-TYPE-FIELD.

           IF WS-QUERY-TOKEN EQUAL "RECTYPE"
              MOVE WS-RECTYPE-OFFSET TO WS-QUERY-USE-OFFSET
              MOVE WS-RECTYPE-LENGTH TO WS-QUERY-USE-LENGTH
              MOVE 'Y' TO WS-RECTYPE-FITS
              GO TO 2250-TYPE-FIELD-EXIT
           END-IF.

           PERFORM VARYING WS-QUERY-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-QUERY-SCAN-IDX
                           GREATER THAN WS-RECTYPE-COUNT
                        OR WS-RECTYPE-FITS EQUAL 'Y'
               PERFORM VARYING WS-RECTYPE-IDX FROM 1 BY 1
                         UNTIL WS-RECTYPE-IDX GREATER THAN
                           WS-RECTYPE-FIELD-COUNT (WS-QUERY-SCAN-IDX)
                            OR WS-RECTYPE-FITS EQUAL 'Y'
                   IF WS-RECTYPE-FIELD-NAME (WS-QUERY-SCAN-IDX
                                             WS-RECTYPE-IDX)
                      EQUAL WS-QUERY-TOKEN (1:16)
                      MOVE WS-RECTYPE-FIELD-OFFSET (WS-QUERY-SCAN-IDX
                                                    WS-RECTYPE-IDX)
                        TO WS-QUERY-USE-OFFSET
                      MOVE WS-RECTYPE-FIELD-LENGTH (WS-QUERY-SCAN-IDX
                                                    WS-RECTYPE-IDX)
                        TO WS-QUERY-USE-LENGTH
                      MOVE 'Y' TO WS-RECTYPE-FITS
                   END-IF
               END-PERFORM
           END-PERFORM.

       2250-TYPE-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The next token off the clause - blanks skipped, an         ***
      *** apostrophe opening a literal that runs (embedded blanks    ***
       2100-NEXT-TOKEN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-QUERY-CRD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-QUERY-RPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
