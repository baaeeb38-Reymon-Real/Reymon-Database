      *** Author:  Reymon Dev         ***
      *** File:    maintain.cbl       ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ***                                                             ***
      *** Actions: R read the keyed record, N next key, P prior      ***
      *** key, A add the keyed buffer, U rewrite it, D soft-delete   ***
      *** it, S look up the keys whose name sounds like the one      ***
      *** keyed on the SOUNDS line, F file the DOC line's document   ***
      *** reference against the record, W withdraw it, X leave the   ***
      *** screen. The record's document references (REYDB_DOCREF)    ***
      *** are painted under it on the DOCS line.                     ***
      ***                                                            ***
      *** On a database in two-pass key verification                 ***
      *** (REYDB_KEYVERIFY) an add or update is held, not applied,   ***
      *** and the content is cleared off the screen; a second,       ***
      *** different operator keys the same record again blind, and   ***
      *** only a match is applied. Fields the two keyings disagree   ***
      *** on are painted side by side under the ALIKE line.          ***
      ******************************************************************

      ******************************************************************
       77 WS-MAINTAIN-ALIAS PIC X(32) VALUE SPACE.
       COPY "data/working/reydb-note.cpy".
       COPY "data/working/reydb-trigger.cpy".
       COPY "data/working/reydb-keyvfy.cpy".
       COPY "data/working/reydb-docref.cpy".

      *** The keying being verified, 'Y' once it may be applied, and
      *** the side-by-side lines of a re-key that disagreed.
       77 WS-MAINTAIN-KEYING     PIC X(01) VALUE SPACE.
       77 WS-MAINTAIN-APPLY      PIC X(01) VALUE 'N'.
       77 WS-MAINTAIN-DIFF-HEAD  PIC X(79) VALUE SPACE.
       77 WS-MAINTAIN-DIFF-IDX   PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-MAINTAIN-DIFF-ED    PIC Z9.
       01 WS-MAINTAIN-DIFF-LINES.
          02 WS-MAINTAIN-DIFF-LINE PIC X(79) OCCURS 4 TIMES.

      *** The newest operator note on the record in hand, painted
      *** under the content so the "why" of the last fix shows
      *** before anyone re-investigates it.
       77 WS-MAINTAIN-NOTE-LINE PIC X(79) VALUE SPACE.

      *** The record's document references, painted in one line
      *** as document id and type.
       77 WS-MAINTAIN-DOCS-LINE PIC X(79) VALUE SPACE.
       77 WS-MAINTAIN-DOCS-PTR  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-MAINTAIN-DOCS-IDX  PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-MAINTAIN-DOCS-ED   PIC Z9.

      *** The name keyed for a sound-alike lookup, the ranked keys
      *** it answered and the closest of them, painted in one line
      *** beside their closeness.
       77 WS-MAINTAIN-SOUNDS     PIC X(40) VALUE SPACE.
       77 WS-MAINTAIN-ALIKE-LINE PIC X(79) VALUE SPACE.
       77 WS-MAINTAIN-ALIKE-PTR  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-MAINTAIN-ALIKE-IDX  PIC 9(04) COMP-5 VALUE ZERO.
       01 WS-MAINTAIN-MATCHES.
          02 WS-MAINTAIN-MATCH-COUNT PIC 9(03) COMP-5 VALUE ZERO.
          02 WS-MAINTAIN-MATCH OCCURS 100 TIMES.
             03 WS-MAINTAIN-MATCH-KEY   PIC X(18).
             03 WS-MAINTAIN-MATCH-CLOSE PIC 9(03).
             03 WS-MAINTAIN-MATCH-NAME  PIC X(40).
      ******************************************************************

      ******************************************************************
             USING WS-MAINTAIN-DATABASE-NAME.
          05 LINE 4  COL 1  VALUE "KEY.....:".
          05 LINE 4  COL 11 PIC X(18) USING WS-MAINTAIN-KEY.
          05 LINE 5  COL 1  VALUE "SOUNDS..:".
          05 LINE 5  COL 11 PIC X(40) USING WS-MAINTAIN-SOUNDS.
          05 LINE 6  COL 1  VALUE "CONTENT.:".
          05 LINE 6  COL 11 PIC X(79) USING WS-MAINTAIN-LINE-1.
          05 LINE 7  COL 11 PIC X(79) USING WS-MAINTAIN-LINE-2.
          05 LINE 8  COL 11 PIC X(79) USING WS-MAINTAIN-LINE-3.
          05 LINE 9  COL 11 PIC X(79) USING WS-MAINTAIN-LINE-4.
          05 LINE 10 COL 1  VALUE "DOC.....:".
          05 LINE 10 COL 11 PIC X(20) USING WS-DOCREF-DOC-ID.
          05 LINE 10 COL 32 PIC X(08) USING WS-DOCREF-DOC-TYPE.
          05 LINE 10 COL 41 PIC 9(08) USING WS-DOCREF-RECEIVED.
          05 LINE 10 COL 50 PIC X(04) USING WS-DOCREF-RETENTION.
          05 LINE 11 COL 1
             VALUE "ACTION (R)EAD (N)EXT (P)RIOR (A)DD (U)PDATE".
          05 LINE 12 COL 1
             VALUE "       (D)ELETE (S)OUNDS (F)ILE DOC (W)ITHDRAW DOC".
          05 LINE 13 COL 1
             VALUE "       E(X)IT :".
          05 LINE 13 COL 16 PIC X(01) USING WS-MAINTAIN-ACTION.
          05 LINE 14 COL 1  PIC X(40) FROM WS-MAINTAIN-MESSAGE.
          05 LINE 16 COL 1  VALUE "NOTE....:".
          05 LINE 16 COL 11 PIC X(79) FROM WS-MAINTAIN-NOTE-LINE.
          05 LINE 17 COL 1  VALUE "DOCS....:".
          05 LINE 17 COL 11 PIC X(79) FROM WS-MAINTAIN-DOCS-LINE.
          05 LINE 18 COL 1  VALUE "ALIKE...:".
          05 LINE 18 COL 11 PIC X(79) FROM WS-MAINTAIN-ALIKE-LINE.
          05 LINE 20 COL 1  PIC X(79) FROM WS-MAINTAIN-DIFF-HEAD.
          05 LINE 21 COL 1  PIC X(79) FROM WS-MAINTAIN-DIFF-LINE (1).
          05 LINE 22 COL 1  PIC X(79) FROM WS-MAINTAIN-DIFF-LINE (2).
          05 LINE 23 COL 1  PIC X(79) FROM WS-MAINTAIN-DIFF-LINE (3).
          05 LINE 24 COL 1  PIC X(79) FROM WS-MAINTAIN-DIFF-LINE (4).
      ******************************************************************

      ******************************************************************
           DISPLAY MAINTAIN-SCREEN.
           ACCEPT  MAINTAIN-SCREEN.

           MOVE SPACE TO WS-MAINTAIN-MESSAGE
                         WS-MAINTAIN-ALIKE-LINE
                         WS-MAINTAIN-DIFF-HEAD
                         WS-MAINTAIN-DIFF-LINES.

           EVALUATE WS-MAINTAIN-ACTION
               WHEN 'R' WHEN 'r'
                   PERFORM 3500-STEP-KEY-BACK
                      THRU 3500-STEP-KEY-BACK-EXIT
               WHEN 'A' WHEN 'a'
                   MOVE WS-KEYVFY-ADD TO WS-MAINTAIN-KEYING
                   PERFORM 6000-KEY-VERIFY
                      THRU 6000-KEY-VERIFY-EXIT
                   IF WS-MAINTAIN-APPLY EQUAL 'Y'
                      CALL "REYDB_ADD" USING WS-MAINTAIN-RECORD
                                             WS-MAINTAIN-DATABASE-NAME
                          RETURNING WS-REYDB-RESULT-ACTION
                      END-CALL
                      PERFORM 6200-KEYING-LANDED
                         THRU 6200-KEYING-LANDED-EXIT
                      PERFORM 4000-SHOW-RESULT
                         THRU 4000-SHOW-RESULT-EXIT
                   END-IF
               WHEN 'U' WHEN 'u'
                   MOVE WS-KEYVFY-CHANGE TO WS-MAINTAIN-KEYING
                   PERFORM 6000-KEY-VERIFY
                      THRU 6000-KEY-VERIFY-EXIT
                   IF WS-MAINTAIN-APPLY EQUAL 'Y'
                      CALL "REYDB_REWRITE" USING
                               WS-MAINTAIN-RECORD
                               WS-MAINTAIN-DATABASE-NAME
                          RETURNING WS-REYDB-RESULT-ACTION
                      END-CALL
                      PERFORM 6200-KEYING-LANDED
                         THRU 6200-KEYING-LANDED-EXIT
                      PERFORM 4000-SHOW-RESULT
                         THRU 4000-SHOW-RESULT-EXIT
                   END-IF
               WHEN 'D' WHEN 'd'
                   CALL "REYDB_REMOVE" USING
                            WS-MAINTAIN-RECORD
                            WS-MAINTAIN-DATABASE-NAME
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL
                   PERFORM 4000-SHOW-RESULT
                      THRU 4000-SHOW-RESULT-EXIT
               WHEN 'S' WHEN 's'
                   PERFORM 5000-SOUNDS-LIKE
                      THRU 5000-SOUNDS-LIKE-EXIT
               WHEN 'F' WHEN 'f'
                   CALL "REYDB_DOCREF" USING WS-MAINTAIN-DATABASE-NAME
                                             WS-MAINTAIN-KEY
                                             WS-DOCREF-DOC-ID
                                             WS-DOCREF-DOC-TYPE
                                             WS-DOCREF-RECEIVED
                                             WS-DOCREF-RETENTION
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL
                   PERFORM 4000-SHOW-RESULT
                      THRU 4000-SHOW-RESULT-EXIT
                   PERFORM 2100-PAINT-DOCS
                      THRU 2100-PAINT-DOCS-EXIT
               WHEN 'W' WHEN 'w'
                   CALL "REYDB_DOCREF_DROP" USING
                            WS-MAINTAIN-DATABASE-NAME
                            WS-MAINTAIN-KEY
                            WS-DOCREF-DOC-ID
                       RETURNING WS-REYDB-RESULT-ACTION
                   END-CALL
                   PERFORM 4000-SHOW-RESULT
                      THRU 4000-SHOW-RESULT-EXIT
                   PERFORM 2100-PAINT-DOCS
                      THRU 2100-PAINT-DOCS-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO WS-MAINTAIN-DONE
               WHEN OTHER
                   MOVE "KEY ONE OF R N P A U D S F W X"
                     TO WS-MAINTAIN-MESSAGE
           END-EVALUATE.

                INTO WS-MAINTAIN-NOTE-LINE
           END-IF.

           PERFORM 2100-PAINT-DOCS THRU 2100-PAINT-DOCS-EXIT.

           PERFORM 4000-SHOW-RESULT THRU 4000-SHOW-RESULT-EXIT.

       2000-READ-RECORD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The record's document references onto the DOCS line - how  ***
      *** many, then each document id with its type, as many as the  ***
      *** line holds.                                                ***
      ******************************************************************
       2100-PAINT-DOCS.

           MOVE SPACE TO WS-MAINTAIN-DOCS-LINE.

           CALL "REYDB_DOCREF_LIST" USING WS-MAINTAIN-DATABASE-NAME
                                          WS-MAINTAIN-KEY
                                          WS-DOCREF-LIST
               RETURNING WS-REYDB-RESULT-DOCREF
           END-CALL.

           IF WS-REYDB-RESULT-DOCREF NOT EQUAL WS-REYDB-SUCCESS
              GO TO 2100-PAINT-DOCS-EXIT
           END-IF.

           MOVE WS-DOCREF-LIST-COUNT TO WS-MAINTAIN-DOCS-ED.
           MOVE 1 TO WS-MAINTAIN-DOCS-PTR.

           STRING WS-MAINTAIN-DOCS-ED DELIMITED BY SIZE
                  ": "                DELIMITED BY SIZE
             INTO WS-MAINTAIN-DOCS-LINE
             WITH POINTER WS-MAINTAIN-DOCS-PTR
           END-STRING.

           PERFORM VARYING WS-MAINTAIN-DOCS-IDX FROM 1 BY 1
                     UNTIL WS-MAINTAIN-DOCS-IDX
                           GREATER THAN WS-DOCREF-LIST-COUNT
                        OR WS-MAINTAIN-DOCS-PTR GREATER THAN 48

               STRING WS-DOCREF-LIST-DOC-ID (WS-MAINTAIN-DOCS-IDX)
                          DELIMITED BY SPACE
                      "("  DELIMITED BY SIZE
                      WS-DOCREF-LIST-DOC-TYPE (WS-MAINTAIN-DOCS-IDX)
                          DELIMITED BY SPACE
                      ") " DELIMITED BY SIZE
                 INTO WS-MAINTAIN-DOCS-LINE
                 WITH POINTER WS-MAINTAIN-DOCS-PTR
               END-STRING

           END-PERFORM.

       2100-PAINT-DOCS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Steps to the key after the one on screen - a brief gated   ***
      *** START/READ NEXT of our own, then the record itself comes   ***
       4000-SHOW-RESULT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Looks up the keys whose name sounds like the one keyed -   ***
      *** the closest is read onto the screen, and the ranked keys   ***
      *** behind it line up on the ALIKE line with their closeness,  ***
      *** so the operator keys the one meant and reads it with R.    ***
      ******************************************************************
       5000-SOUNDS-LIKE.

           MOVE ZERO TO WS-MAINTAIN-MATCH-COUNT.

           CALL "REYDB_PHONETIC_LOOKUP" USING WS-MAINTAIN-DATABASE-NAME
                                              WS-MAINTAIN-SOUNDS
                                              WS-MAINTAIN-MATCHES
               RETURNING WS-REYDB-RESULT-ACTION
           END-CALL.

           IF WS-REYDB-RESULT-ACTION NOT EQUAL WS-REYDB-SUCCESS
              PERFORM 4000-SHOW-RESULT THRU 4000-SHOW-RESULT-EXIT
              GO TO 5000-SOUNDS-LIKE-EXIT
           END-IF.

           MOVE 1 TO WS-MAINTAIN-ALIKE-PTR.

           PERFORM VARYING WS-MAINTAIN-ALIKE-IDX FROM 1 BY 1
                     UNTIL WS-MAINTAIN-ALIKE-IDX
                           GREATER THAN WS-MAINTAIN-MATCH-COUNT
                        OR WS-MAINTAIN-ALIKE-PTR GREATER THAN 55

               STRING WS-MAINTAIN-MATCH-KEY (WS-MAINTAIN-ALIKE-IDX)
                          DELIMITED BY SPACE
                      "("  DELIMITED BY SIZE
                      WS-MAINTAIN-MATCH-CLOSE (WS-MAINTAIN-ALIKE-IDX)
                          DELIMITED BY SIZE
                      ") " DELIMITED BY SIZE
                 INTO WS-MAINTAIN-ALIKE-LINE
                 WITH POINTER WS-MAINTAIN-ALIKE-PTR
               END-STRING

           END-PERFORM.

           MOVE WS-MAINTAIN-MATCH-KEY (1) TO WS-MAINTAIN-KEY.

           PERFORM 2000-READ-RECORD THRU 2000-READ-RECORD-EXIT.

       5000-SOUNDS-LIKE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Puts an add or update past two-pass key verification first ***
      *** - 'Y' in WS-MAINTAIN-APPLY when the record in hand may be  ***
      *** applied: the database is not in verify mode, or this was   ***
      *** the matching blind re-key and the held first keying came   ***
      *** back to apply. A keying held for its re-key leaves the     ***
      *** screen blank for the next operator; a disagreement paints  ***
      *** the fields side by side.                                   ***
      ******************************************************************
       6000-KEY-VERIFY.

           MOVE 'N' TO WS-MAINTAIN-APPLY.

           CALL "REYDB_KEYVERIFY_ENTER" USING WS-MAINTAIN-DATABASE-NAME
                                              WS-MAINTAIN-KEYING
                                              WS-MAINTAIN-RECORD
                                              WS-KEYVFY-DIFFS
               RETURNING WS-REYDB-RESULT-KEYVFY
           END-CALL.

           IF WS-REYDB-RESULT-KEYVFY EQUAL WS-REYDB-SUCCESS
              MOVE 'Y' TO WS-MAINTAIN-APPLY
              GO TO 6000-KEY-VERIFY-EXIT
           END-IF.

           MOVE WS-REYDB-RESULT-KEYVFY TO WS-REYDB-RESULT-ACTION.

           PERFORM 4000-SHOW-RESULT THRU 4000-SHOW-RESULT-EXIT.

           IF WS-REYDB-RESULT-KEYVFY EQUAL WS-REYDB-KEY-HELD
              MOVE SPACE TO WS-MAINTAIN-CONTENT
                            WS-MAINTAIN-NOTE-LINE
                            WS-MAINTAIN-DOCS-LINE
              GO TO 6000-KEY-VERIFY-EXIT
           END-IF.

           IF WS-REYDB-RESULT-KEYVFY NOT EQUAL WS-REYDB-KEY-MISMATCH
              GO TO 6000-KEY-VERIFY-EXIT
           END-IF.

           MOVE WS-KEYVFY-DIFF-COUNT TO WS-MAINTAIN-DIFF-ED.

           STRING "VERIFY..: "              DELIMITED BY SIZE
                  WS-MAINTAIN-DIFF-ED       DELIMITED BY SIZE
                  " FIELD(S) - FIRST KEYING | SECOND KEYING"
                                            DELIMITED BY SIZE
             INTO WS-MAINTAIN-DIFF-HEAD
           END-STRING.

           PERFORM VARYING WS-MAINTAIN-DIFF-IDX FROM 1 BY 1
                     UNTIL WS-MAINTAIN-DIFF-IDX GREATER THAN 4
                        OR WS-MAINTAIN-DIFF-IDX GREATER THAN
                           WS-KEYVFY-DIFF-COUNT

               STRING WS-KEYVFY-DIFF-FIELD (WS-MAINTAIN-DIFF-IDX)
                          DELIMITED BY SIZE
                      " "  DELIMITED BY SIZE
                      WS-KEYVFY-DIFF-FIRST (WS-MAINTAIN-DIFF-IDX)
                          DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-KEYVFY-DIFF-SECOND (WS-MAINTAIN-DIFF-IDX)
                          DELIMITED BY SIZE
                 INTO WS-MAINTAIN-DIFF-LINE (WS-MAINTAIN-DIFF-IDX)
               END-STRING

           END-PERFORM.

       6000-KEY-VERIFY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A keying that landed retires whatever first keying was     ***
      *** held for the record - a no-op off verify mode.             ***
      ******************************************************************
       6200-KEYING-LANDED.

           IF WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-WRITE-SUCCESS
           OR WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-TRUNCATED
              CALL "REYDB_KEYVERIFY_CLEAR" USING
                       WS-MAINTAIN-DATABASE-NAME
                       WS-MAINTAIN-KEY
                  RETURNING WS-REYDB-RESULT-KEYVFY
              END-CALL
           END-IF.

       6200-KEYING-LANDED-EXIT.
           EXIT.
      ******************************************************************
