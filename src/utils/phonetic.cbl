      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    phonetic.cbl       ***
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
       PROGRAM-ID. REYDB_PHONETIC_ADD IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** The phonetic name index - the operator searching for      ***
      *** "Smyth" finds "Smith". One name field per database is     ***
      *** nominated; every word of it is filed under its Soundex    ***
      *** code (first letter and three consonant digits) in         ***
      *** "<db>.pdx", maintained as rows are written the way the    ***
      *** word index already hooks ADD/REWRITE/REMOVE.              ***
      ***                                                           ***
      *** REYDB_PHONETIC_ADD files a row's name words;              ***
      *** REYDB_PHONETIC_DELETE unfiles them;                       ***
      *** REYDB_PHONETIC_LOOKUP answers every key whose name has a  ***
      *** word sounding like a word asked, ranked by the words that ***
      *** sound alike and then by closeness - how few letters the   ***
      *** two names differ by, 100 being the same spelling;         ***
      *** REYDB_PHONETIC_REBUILD nominates the field and indexes an ***
      *** existing database from scratch - a database that never    ***
      *** did has no index, and its writers no-op.                  ***
      ***                                                           ***
      *** Only the first forty bytes of the name are indexed, and   ***
      *** the first eight words of them.                            ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-phonetic.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb.cpy"
           REPLACING REYDB-BUFFER-LEN BY 512
                     REYDB-PAYLOAD-LEN BY 511
                     REYDB-CONTENT-LEN BY 471.
       COPY "file/section/reydb-phonetic.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-phonetic.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-dict.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-PHX-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** The nominated field and the slice the dictionary gives it
      *** - zero length when the index names nothing usable.
       77 WS-PHX-FIELD-NAME   PIC X(16) VALUE SPACE.
       77 WS-PHX-FIELD-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PHX-FIELD-LENGTH PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-PHX-DICT-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-PHX-LAYOUT.
          02 WS-PHX-DICT-FIELD OCCURS 20 TIMES.
             03 WS-PHX-DICT-OFFSET PIC 9(04) COMP-5.
             03 WS-PHX-DICT-LENGTH PIC 9(04) COMP-5.
       77 WS-PHX-DIDX PIC 9(02) COMP-5 VALUE ZERO.

      *** 'A' filing postings, 'D' unfiling - the one coder serves
      *** both.
       77 WS-PHX-MODE PIC X(01) VALUE 'A'.

      *** The row in hand - the entry points and the rebuild both
      *** stage here.
       77 WS-PHX-TEXT-KEY PIC X(18)  VALUE SPACE.
       77 WS-PHX-TEXT     PIC X(471) VALUE SPACE.

      *** A name on its way to its codes - upper case, and its words
      *** as letters only with one space between them.
       77 WS-PHX-RAW      PIC X(40) VALUE SPACE.
       77 WS-PHX-NORM     PIC X(40) VALUE SPACE.
       77 WS-PHX-NORM-LEN PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PHX-CHAR     PIC X(01) VALUE SPACE.
       77 WS-PHX-POS      PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PHX-WORD     PIC X(16) VALUE SPACE.
       77 WS-PHX-WORD-LEN PIC 9(04) COMP-5 VALUE ZERO.

      *** The name's codes, no code twice.
       77 WS-PHX-CODE-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-PHX-CODE-TABLE.
          02 WS-PHX-CODES PIC X(04) OCCURS 8 TIMES.
       77 WS-PHX-CIDX PIC 9(02) COMP-5 VALUE ZERO.

      *** One word's Soundex - its letters as digits (vowels, Y as
      *** 0; H and W as 7, passed over without breaking a run of
      *** like consonants), then first letter plus three digits.
       77 WS-PHX-LETTERS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 WS-PHX-DIGITS  PIC X(26) VALUE "01230127022455012623017202".
       77 WS-PHX-WORD-DIGITS PIC X(16) VALUE SPACE.
       77 WS-PHX-CODE        PIC X(04) VALUE SPACE.
       77 WS-PHX-CODE-LEN    PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-PHX-PREV        PIC X(01) VALUE SPACE.
       77 WS-PHX-DIGIT       PIC X(01) VALUE SPACE.
       77 WS-PHX-NEW         PIC X(01) VALUE 'Y'.

      *** The lookup's candidates - every key a code posts on, the
      *** name filed with it, the words that sounded alike and the
      *** closeness.
       77 WS-PHX-ASK-NORM     PIC X(40) VALUE SPACE.
       77 WS-PHX-ASK-LEN      PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PHX-CAND-COUNT   PIC 9(04) COMP-5 VALUE ZERO.
       01 WS-PHX-CAND-TABLE.
          02 WS-PHX-CAND OCCURS 200 TIMES.
             03 WS-PHX-CAND-KEY   PIC X(18).
             03 WS-PHX-CAND-NAME  PIC X(40).
             03 WS-PHX-CAND-WORDS PIC 9(02) COMP-5.
             03 WS-PHX-CAND-CLOSE PIC 9(03) COMP-5.
       01 WS-PHX-CAND-HOLD.
          02 WS-PHX-HOLD-KEY   PIC X(18).
          02 WS-PHX-HOLD-NAME  PIC X(40).
          02 WS-PHX-HOLD-WORDS PIC 9(02) COMP-5.
          02 WS-PHX-HOLD-CLOSE PIC 9(03) COMP-5.
       77 WS-PHX-IDX  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PHX-JDX  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PHX-SEAT PIC 9(04) COMP-5 VALUE ZERO.

      *** Closeness - the letters changed, dropped or added to turn
      *** one name into the other, two rows of the table at a time.
       77 WS-PHX-B-NAME PIC X(40) VALUE SPACE.
       77 WS-PHX-B-LEN  PIC 9(04) COMP-5 VALUE ZERO.
       01 WS-PHX-ROW-PREV.
          02 WS-PHX-PREV-CELL PIC 9(04) COMP-5 OCCURS 41 TIMES.
       01 WS-PHX-ROW-CUR.
          02 WS-PHX-CUR-CELL  PIC 9(04) COMP-5 OCCURS 41 TIMES.
       77 WS-PHX-I      PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PHX-J      PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PHX-COST   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PHX-BEST   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-PHX-LONGER PIC 9(04) COMP-5 VALUE ZERO.

      *** The row being indexed during a rebuild, back in plaintext.
       77 WS-PHX-PLAIN         PIC X(471) VALUE SPACE.
       77 WS-PHX-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-PHX-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.

      *** Results of the rebuild's decipher calls.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.

       77 WS-PHX-EOF PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The row being filed or unfiled.
       77 LS-PHONETIC-KEY     PIC X(18)  VALUE SPACE.
       77 LS-PHONETIC-CONTENT PIC X(471) VALUE SPACE.

      *** The dictionary field a rebuild nominates.
       77 LS-PHONETIC-FIELD PIC X(16) VALUE SPACE.

      *** The name asked after.
       77 LS-PHONETIC-ASK PIC X(40) VALUE SPACE.

      *** The answers - up to one hundred keys, closest first, each
      *** with its closeness (100 the same spelling) and its name.
       01 LS-PHONETIC-MATCHES.
          02 LS-PHONETIC-MATCH-COUNT PIC 9(03) COMP-5.
          02 LS-PHONETIC-MATCH OCCURS 100 TIMES.
             03 LS-PHONETIC-MATCH-KEY   PIC X(18).
             03 LS-PHONETIC-MATCH-CLOSE PIC 9(03).
             03 LS-PHONETIC-MATCH-NAME  PIC X(40).
      ******************************************************************

      ******************************************************************
      *** Primary entry point - files one row's name words. Called  ***
      *** by REYDB_ADD (and the rewrite paths' re-file) with the    ***
      *** plaintext content.                                        ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-PHONETIC-KEY
                                    LS-PHONETIC-CONTENT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
           MOVE 'A' TO WS-PHX-MODE.
           MOVE LS-PHONETIC-KEY     TO WS-PHX-TEXT-KEY.
           MOVE LS-PHONETIC-CONTENT TO WS-PHX-TEXT.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.

           OPEN I-O FC-PHONETIC.

      *** No index on disk means this database never nominated a
      *** name field - REYDB_PHONETIC_REBUILD creates it, and only
      *** then do the writers pay for maintaining it.
           IF WS-PHONETIC-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0200-FIND-FIELD THRU 0200-FIND-FIELD-EXIT.

           IF WS-PHX-FIELD-LENGTH GREATER THAN ZERO
              PERFORM 1000-FILE-ROW THRU 1000-FILE-ROW-EXIT
           END-IF.

           CLOSE FC-PHONETIC.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - unfiles one row's name words, under  ***
      *** the content it actually carried.                          ***
      ******************************************************************
       ENTRY "REYDB_PHONETIC_DELETE" USING LS-REYDB-DATABASE-NAME
                                           LS-PHONETIC-KEY
                                           LS-PHONETIC-CONTENT.

           MOVE 'D' TO WS-PHX-MODE.
           MOVE LS-PHONETIC-KEY     TO WS-PHX-TEXT-KEY.
           MOVE LS-PHONETIC-CONTENT TO WS-PHX-TEXT.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.

           OPEN I-O FC-PHONETIC.

           IF WS-PHONETIC-FILE-STATUS NOT EQUAL "00"
      *** No index - nothing was filed, nothing to unfile.
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0200-FIND-FIELD THRU 0200-FIND-FIELD-EXIT.

           IF WS-PHX-FIELD-LENGTH GREATER THAN ZERO
              PERFORM 1000-FILE-ROW THRU 1000-FILE-ROW-EXIT
           END-IF.

           CLOSE FC-PHONETIC.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the sound-alike lookup. Each word of  ***
      *** the name asked walks its code's postings off one START;   ***
      *** the keys they name are ranked by the words that sounded   ***
      *** alike, then by closeness.                                 ***
      ******************************************************************
       ENTRY "REYDB_PHONETIC_LOOKUP" USING LS-REYDB-DATABASE-NAME
                                           LS-PHONETIC-ASK
                                           LS-PHONETIC-MATCHES.

           MOVE ZERO TO LS-PHONETIC-MATCH-COUNT.

           MOVE LS-PHONETIC-ASK TO WS-PHX-RAW.

           PERFORM 2000-CODE-NAME THRU 2000-CODE-NAME-EXIT.

           IF WS-PHX-CODE-COUNT EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-PHX-NORM     TO WS-PHX-ASK-NORM.
           MOVE WS-PHX-NORM-LEN TO WS-PHX-ASK-LEN.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.

           OPEN INPUT FC-PHONETIC.

           IF WS-PHONETIC-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE ZERO TO WS-PHX-CAND-COUNT.

           PERFORM 3000-WALK-ONE-CODE THRU 3000-WALK-ONE-CODE-EXIT
             VARYING WS-PHX-CIDX FROM 1 BY 1
               UNTIL WS-PHX-CIDX GREATER THAN WS-PHX-CODE-COUNT.

           CLOSE FC-PHONETIC.

           IF WS-PHX-CAND-COUNT EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 3200-RANK-CANDIDATES THRU 3200-RANK-CANDIDATES-EXIT.

           PERFORM VARYING WS-PHX-IDX FROM 1 BY 1
                     UNTIL WS-PHX-IDX GREATER THAN WS-PHX-CAND-COUNT
                        OR WS-PHX-IDX GREATER THAN 100

               ADD 1 TO LS-PHONETIC-MATCH-COUNT
               MOVE WS-PHX-CAND-KEY (WS-PHX-IDX)
                 TO LS-PHONETIC-MATCH-KEY (WS-PHX-IDX)
               MOVE WS-PHX-CAND-CLOSE (WS-PHX-IDX)
                 TO LS-PHONETIC-MATCH-CLOSE (WS-PHX-IDX)
               MOVE WS-PHX-CAND-NAME (WS-PHX-IDX)
                 TO LS-PHONETIC-MATCH-NAME (WS-PHX-IDX)

           END-PERFORM.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - nominates the name field and indexes ***
      *** an existing database from scratch: the index starts fresh ***
      *** and every active row's plaintext files through the same   ***
      *** coder the writers feed.                                   ***
      ******************************************************************
       ENTRY "REYDB_PHONETIC_REBUILD" USING LS-REYDB-DATABASE-NAME
                                            LS-PHONETIC-FIELD
                                            LS-REYDB-RECORD-COUNT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME
           END-IF.

      *** Only a field the dictionary knows can be nominated.
           MOVE LS-PHONETIC-FIELD TO WS-PHX-FIELD-NAME.

           PERFORM 0250-PLACE-FIELD THRU 0250-PLACE-FIELD-EXIT.

           IF WS-PHX-FIELD-LENGTH EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           CALL "REYDB_POLICY" USING LS-REYDB-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

      *** The index starts fresh - a rebuild over stale postings
      *** would answer ghosts - and stays open for the whole sweep.
           OPEN OUTPUT FC-PHONETIC.
           CLOSE FC-PHONETIC.
           OPEN I-O FC-PHONETIC.

           MOVE WS-PHONETIC-FIELD-ROW TO FS-PHONETIC-CODE.
           MOVE SPACE                 TO FS-PHONETIC-RECORD-KEY.
           MOVE LS-PHONETIC-FIELD     TO FS-PHONETIC-NAME.

           WRITE FS-PHONETIC-RECORD
           INVALID KEY
               CONTINUE
           END-WRITE.

           MOVE 'A' TO WS-PHX-MODE.

           MOVE ZERO TO WS-REYDB-RECORD-COUNT.
           MOVE 'N'  TO WS-PHX-EOF.

           OPEN INPUT FC-REYDB.

           PERFORM UNTIL WS-PHX-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-PHX-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      ADD 1 TO WS-REYDB-RECORD-COUNT
                      PERFORM 4000-INDEX-ONE-ROW
                         THRU 4000-INDEX-ONE-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.
           CLOSE FC-PHONETIC.

           MOVE WS-REYDB-RECORD-COUNT TO LS-REYDB-RECORD-COUNT.
           MOVE WS-REYDB-SUCCESS      TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Derives this database's phonetic index name, the same     ***
      *** name-plus-suffix convention every side file follows.      ***
      ******************************************************************
       0100-DERIVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-PHX-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-PHX-RESOLVED-NAME
           END-IF.

           MOVE SPACE TO WS-PHONETIC-DATABASE-NAME.
           STRING WS-PHX-RESOLVED-NAME DELIMITED BY SPACE
                  ".pdx"               DELIMITED BY SIZE
             INTO WS-PHONETIC-DATABASE-NAME.

       0100-DERIVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The field the open index names, placed through the        ***
      *** dictionary.                                               ***
      ******************************************************************
       0200-FIND-FIELD.

           MOVE ZERO TO WS-PHX-FIELD-OFFSET WS-PHX-FIELD-LENGTH.

           MOVE WS-PHONETIC-FIELD-ROW TO FS-PHONETIC-CODE.
           MOVE SPACE                 TO FS-PHONETIC-RECORD-KEY.

           READ FC-PHONETIC KEY IS FS-PHONETIC-KEY

           INVALID KEY
               GO TO 0200-FIND-FIELD-EXIT

           END-READ.

           MOVE FS-PHONETIC-NAME (1:16) TO WS-PHX-FIELD-NAME.

           PERFORM 0250-PLACE-FIELD THRU 0250-PLACE-FIELD-EXIT.

       0200-FIND-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-PHX-FIELD-NAME to its slice - zero when the dictionary ***
      *** does not know it or the slice would leave the content.    ***
      ******************************************************************
       0250-PLACE-FIELD.

           MOVE ZERO TO WS-PHX-FIELD-OFFSET WS-PHX-FIELD-LENGTH.

           CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                       WS-PHX-DICT-COUNT
                                       WS-PHX-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0250-PLACE-FIELD-EXIT
           END-IF.

           PERFORM VARYING WS-PHX-DIDX FROM 1 BY 1
                     UNTIL WS-PHX-DIDX GREATER THAN WS-PHX-DICT-COUNT

               IF WS-DICT-FIELD-NAME (WS-PHX-DIDX)
                  EQUAL WS-PHX-FIELD-NAME
                  MOVE WS-PHX-DICT-OFFSET (WS-PHX-DIDX)
                    TO WS-PHX-FIELD-OFFSET
                  MOVE WS-PHX-DICT-LENGTH (WS-PHX-DIDX)
                    TO WS-PHX-FIELD-LENGTH
               END-IF

           END-PERFORM.

           IF WS-PHX-FIELD-OFFSET EQUAL ZERO
           OR WS-PHX-FIELD-OFFSET + WS-PHX-FIELD-LENGTH - 1
              GREATER THAN 471
              MOVE ZERO TO WS-PHX-FIELD-OFFSET WS-PHX-FIELD-LENGTH
           END-IF.

           IF WS-PHX-FIELD-LENGTH GREATER THAN 40
              MOVE 40 TO WS-PHX-FIELD-LENGTH
           END-IF.

       0250-PLACE-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One row's name - coded and each code's posting filed or   ***
      *** unfiled by mode. A duplicate filing and a missing         ***
      *** unfiling are both harmless, which is what makes a rebuild ***
      *** over a live feed safe to repeat.                          ***
      ******************************************************************
       1000-FILE-ROW.

           MOVE SPACE TO WS-PHX-RAW.
           MOVE WS-PHX-TEXT (WS-PHX-FIELD-OFFSET : WS-PHX-FIELD-LENGTH)
             TO WS-PHX-RAW (1 : WS-PHX-FIELD-LENGTH).

           PERFORM 2000-CODE-NAME THRU 2000-CODE-NAME-EXIT.

           PERFORM VARYING WS-PHX-CIDX FROM 1 BY 1
                     UNTIL WS-PHX-CIDX GREATER THAN WS-PHX-CODE-COUNT

               MOVE WS-PHX-CODES (WS-PHX-CIDX) TO FS-PHONETIC-CODE
               MOVE WS-PHX-TEXT-KEY            TO FS-PHONETIC-RECORD-KEY
               MOVE WS-PHX-NORM                TO FS-PHONETIC-NAME

               IF WS-PHX-MODE EQUAL 'A'
                  WRITE FS-PHONETIC-RECORD
                  INVALID KEY *> Already posted - refresh the name
                      REWRITE FS-PHONETIC-RECORD
                      INVALID KEY
                          CONTINUE
                      END-REWRITE
                  END-WRITE
               ELSE
                  DELETE FC-PHONETIC RECORD
                  INVALID KEY *> Was never posted - not an error
                      CONTINUE
                  END-DELETE
               END-IF

           END-PERFORM.

       1000-FILE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-PHX-RAW into its codes - upper-cased, cut into words   ***
      *** of letters, each word of two letters or more coded once.  ***
      *** WS-PHX-NORM keeps the words one space apart for ranking.  ***
      ******************************************************************
       2000-CODE-NAME.

           INSPECT WS-PHX-RAW
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO WS-PHX-LETTERS.

           MOVE SPACE TO WS-PHX-NORM WS-PHX-WORD.
           MOVE ZERO  TO WS-PHX-NORM-LEN WS-PHX-WORD-LEN
                         WS-PHX-CODE-COUNT.

      *** One position past the end closes the last word.
           PERFORM VARYING WS-PHX-POS FROM 1 BY 1
                     UNTIL WS-PHX-POS GREATER THAN 41

               IF WS-PHX-POS GREATER THAN 40
                  MOVE SPACE TO WS-PHX-CHAR
               ELSE
                  MOVE WS-PHX-RAW (WS-PHX-POS : 1) TO WS-PHX-CHAR
               END-IF

               IF WS-PHX-CHAR NOT LESS THAN "A"
                  AND WS-PHX-CHAR NOT GREATER THAN "Z"
                  IF WS-PHX-WORD-LEN EQUAL ZERO
                     AND WS-PHX-NORM-LEN GREATER THAN ZERO
                     ADD 1 TO WS-PHX-NORM-LEN
                  END-IF
                  ADD 1 TO WS-PHX-NORM-LEN
                  MOVE WS-PHX-CHAR TO WS-PHX-NORM (WS-PHX-NORM-LEN : 1)
                  IF WS-PHX-WORD-LEN LESS THAN 16
                     ADD 1 TO WS-PHX-WORD-LEN
                     MOVE WS-PHX-CHAR
                       TO WS-PHX-WORD (WS-PHX-WORD-LEN : 1)
                  END-IF
               ELSE
                  IF WS-PHX-WORD-LEN GREATER THAN ZERO
                     PERFORM 2100-CODE-WORD THRU 2100-CODE-WORD-EXIT
                     MOVE SPACE TO WS-PHX-WORD
                     MOVE ZERO  TO WS-PHX-WORD-LEN
                  END-IF
               END-IF

           END-PERFORM.

       2000-CODE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One word's Soundex, kept unless the name already has it.  ***
      ******************************************************************
       2100-CODE-WORD.

           IF WS-PHX-WORD-LEN LESS THAN 2
           OR WS-PHX-CODE-COUNT NOT LESS THAN 8
              GO TO 2100-CODE-WORD-EXIT
           END-IF.

           MOVE WS-PHX-WORD TO WS-PHX-WORD-DIGITS.
           INSPECT WS-PHX-WORD-DIGITS
               CONVERTING WS-PHX-LETTERS TO WS-PHX-DIGITS.

           MOVE "0000"          TO WS-PHX-CODE.
           MOVE WS-PHX-WORD (1:1) TO WS-PHX-CODE (1:1).
           MOVE 1               TO WS-PHX-CODE-LEN.
           MOVE WS-PHX-WORD-DIGITS (1:1) TO WS-PHX-PREV.

           PERFORM VARYING WS-PHX-I FROM 2 BY 1
                     UNTIL WS-PHX-I GREATER THAN WS-PHX-WORD-LEN
                        OR WS-PHX-CODE-LEN EQUAL 4

               MOVE WS-PHX-WORD-DIGITS (WS-PHX-I : 1) TO WS-PHX-DIGIT

               IF WS-PHX-DIGIT NOT EQUAL '7'
                  IF WS-PHX-DIGIT NOT EQUAL '0'
                     AND WS-PHX-DIGIT NOT EQUAL WS-PHX-PREV
                     ADD 1 TO WS-PHX-CODE-LEN
                     MOVE WS-PHX-DIGIT
                       TO WS-PHX-CODE (WS-PHX-CODE-LEN : 1)
                  END-IF
                  MOVE WS-PHX-DIGIT TO WS-PHX-PREV
               END-IF

           END-PERFORM.

           MOVE 'Y' TO WS-PHX-NEW.

           PERFORM VARYING WS-PHX-J FROM 1 BY 1
                     UNTIL WS-PHX-J GREATER THAN WS-PHX-CODE-COUNT
               IF WS-PHX-CODES (WS-PHX-J) EQUAL WS-PHX-CODE
                  MOVE 'N' TO WS-PHX-NEW
               END-IF
           END-PERFORM.

           IF WS-PHX-NEW EQUAL 'Y'
              ADD 1 TO WS-PHX-CODE-COUNT
              MOVE WS-PHX-CODE TO WS-PHX-CODES (WS-PHX-CODE-COUNT)
           END-IF.

       2100-CODE-WORD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One code of the name asked - its postings walked, each    ***
      *** key seated among the candidates or its word count raised. ***
      *** Past two hundred candidates the rest are not seated.      ***
      ******************************************************************
       3000-WALK-ONE-CODE.

           MOVE WS-PHX-CODES (WS-PHX-CIDX) TO FS-PHONETIC-CODE.
           MOVE LOW-VALUES                 TO FS-PHONETIC-RECORD-KEY.

           START FC-PHONETIC KEY IS GREATER THAN FS-PHONETIC-KEY

           INVALID KEY
               GO TO 3000-WALK-ONE-CODE-EXIT

           END-START.

           MOVE 'N' TO WS-PHX-EOF.

           PERFORM UNTIL WS-PHX-EOF EQUAL 'S'

               READ FC-PHONETIC NEXT RECORD

               AT END
                   MOVE 'S' TO WS-PHX-EOF

               NOT AT END
                   IF FS-PHONETIC-CODE
                      NOT EQUAL WS-PHX-CODES (WS-PHX-CIDX)
                      MOVE 'S' TO WS-PHX-EOF
                   ELSE
                      PERFORM 3100-SEAT-CANDIDATE
                         THRU 3100-SEAT-CANDIDATE-EXIT
                   END-IF
               END-READ

           END-PERFORM.

       3000-WALK-ONE-CODE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One posting's key among the candidates.                   ***
      ******************************************************************
       3100-SEAT-CANDIDATE.

           MOVE ZERO TO WS-PHX-SEAT.

           PERFORM VARYING WS-PHX-IDX FROM 1 BY 1
                     UNTIL WS-PHX-IDX GREATER THAN WS-PHX-CAND-COUNT
                        OR WS-PHX-SEAT GREATER THAN ZERO
               IF WS-PHX-CAND-KEY (WS-PHX-IDX)
                  EQUAL FS-PHONETIC-RECORD-KEY
                  MOVE WS-PHX-IDX TO WS-PHX-SEAT
               END-IF
           END-PERFORM.

           IF WS-PHX-SEAT GREATER THAN ZERO
              ADD 1 TO WS-PHX-CAND-WORDS (WS-PHX-SEAT)
              GO TO 3100-SEAT-CANDIDATE-EXIT
           END-IF.

           IF WS-PHX-CAND-COUNT NOT LESS THAN 200
              GO TO 3100-SEAT-CANDIDATE-EXIT
           END-IF.

           ADD 1 TO WS-PHX-CAND-COUNT.
           MOVE FS-PHONETIC-RECORD-KEY
             TO WS-PHX-CAND-KEY (WS-PHX-CAND-COUNT).
           MOVE FS-PHONETIC-NAME
             TO WS-PHX-CAND-NAME (WS-PHX-CAND-COUNT).
           MOVE 1    TO WS-PHX-CAND-WORDS (WS-PHX-CAND-COUNT).
           MOVE ZERO TO WS-PHX-CAND-CLOSE (WS-PHX-CAND-COUNT).

       3100-SEAT-CANDIDATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every candidate's closeness, then the table put in order: ***
      *** most words alike first, closest spelling within those.    ***
      ******************************************************************
       3200-RANK-CANDIDATES.

           PERFORM VARYING WS-PHX-IDX FROM 1 BY 1
                     UNTIL WS-PHX-IDX GREATER THAN WS-PHX-CAND-COUNT

               MOVE WS-PHX-CAND-NAME (WS-PHX-IDX) TO WS-PHX-B-NAME
               PERFORM 3300-CLOSENESS THRU 3300-CLOSENESS-EXIT
               MOVE WS-PHX-BEST TO WS-PHX-CAND-CLOSE (WS-PHX-IDX)

           END-PERFORM.

      *** Insertion into order - a short table, a short sort.
           PERFORM VARYING WS-PHX-IDX FROM 2 BY 1
                     UNTIL WS-PHX-IDX GREATER THAN WS-PHX-CAND-COUNT

               MOVE WS-PHX-CAND (WS-PHX-IDX) TO WS-PHX-CAND-HOLD
               MOVE WS-PHX-IDX TO WS-PHX-JDX

               MOVE 'Y' TO WS-PHX-NEW

               PERFORM UNTIL WS-PHX-NEW EQUAL 'N'
                   IF WS-PHX-JDX EQUAL 1
                      MOVE 'N' TO WS-PHX-NEW
                   ELSE
                      IF WS-PHX-CAND-WORDS (WS-PHX-JDX - 1)
                         GREATER THAN WS-PHX-HOLD-WORDS
                      OR (WS-PHX-CAND-WORDS (WS-PHX-JDX - 1)
                          EQUAL WS-PHX-HOLD-WORDS
                          AND WS-PHX-CAND-CLOSE (WS-PHX-JDX - 1)
                              NOT LESS THAN WS-PHX-HOLD-CLOSE)
                         MOVE 'N' TO WS-PHX-NEW
                      ELSE
                         MOVE WS-PHX-CAND (WS-PHX-JDX - 1)
                           TO WS-PHX-CAND (WS-PHX-JDX)
                         SUBTRACT 1 FROM WS-PHX-JDX
                      END-IF
                   END-IF
               END-PERFORM

               MOVE WS-PHX-CAND-HOLD TO WS-PHX-CAND (WS-PHX-JDX)

           END-PERFORM.

       3200-RANK-CANDIDATES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Closeness of WS-PHX-B-NAME to the name asked - the fewest ***
      *** letters changed, dropped or added between them, as a      ***
      *** share of the longer name, taken off 100. The answer is    ***
      *** left in WS-PHX-BEST.                                      ***
      ******************************************************************
       3300-CLOSENESS.

           MOVE ZERO TO WS-PHX-B-LEN.

           PERFORM VARYING WS-PHX-J FROM 40 BY -1
                     UNTIL WS-PHX-J EQUAL ZERO
                        OR WS-PHX-B-LEN GREATER THAN ZERO
               IF WS-PHX-B-NAME (WS-PHX-J : 1) NOT EQUAL SPACE
                  MOVE WS-PHX-J TO WS-PHX-B-LEN
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-PHX-J FROM 0 BY 1
                     UNTIL WS-PHX-J GREATER THAN WS-PHX-B-LEN
               MOVE WS-PHX-J TO WS-PHX-PREV-CELL (WS-PHX-J + 1)
           END-PERFORM.

           PERFORM VARYING WS-PHX-I FROM 1 BY 1
                     UNTIL WS-PHX-I GREATER THAN WS-PHX-ASK-LEN

               MOVE WS-PHX-I TO WS-PHX-CUR-CELL (1)

               PERFORM VARYING WS-PHX-J FROM 1 BY 1
                         UNTIL WS-PHX-J GREATER THAN WS-PHX-B-LEN

                   IF WS-PHX-ASK-NORM (WS-PHX-I : 1)
                      EQUAL WS-PHX-B-NAME (WS-PHX-J : 1)
                      MOVE ZERO TO WS-PHX-COST
                   ELSE
                      MOVE 1 TO WS-PHX-COST
                   END-IF

                   COMPUTE WS-PHX-BEST =
                           WS-PHX-PREV-CELL (WS-PHX-J) + WS-PHX-COST

                   IF WS-PHX-PREV-CELL (WS-PHX-J + 1) + 1
                      LESS THAN WS-PHX-BEST
                      COMPUTE WS-PHX-BEST =
                              WS-PHX-PREV-CELL (WS-PHX-J + 1) + 1
                   END-IF

                   IF WS-PHX-CUR-CELL (WS-PHX-J) + 1
                      LESS THAN WS-PHX-BEST
                      COMPUTE WS-PHX-BEST =
                              WS-PHX-CUR-CELL (WS-PHX-J) + 1
                   END-IF

                   MOVE WS-PHX-BEST TO WS-PHX-CUR-CELL (WS-PHX-J + 1)

               END-PERFORM

               MOVE WS-PHX-ROW-CUR TO WS-PHX-ROW-PREV

           END-PERFORM.

           IF WS-PHX-ASK-LEN GREATER THAN WS-PHX-B-LEN
              MOVE WS-PHX-ASK-LEN TO WS-PHX-LONGER
           ELSE
              MOVE WS-PHX-B-LEN TO WS-PHX-LONGER
           END-IF.

           IF WS-PHX-LONGER EQUAL ZERO
              MOVE ZERO TO WS-PHX-BEST
              GO TO 3300-CLOSENESS-EXIT
           END-IF.

           COMPUTE WS-PHX-BEST = 100 -
                   (WS-PHX-PREV-CELL (WS-PHX-B-LEN + 1) * 100
                    / WS-PHX-LONGER).

       3300-CLOSENESS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One database row back to plaintext and through the coder  ***
      *** - the rebuild's worker.                                   ***
      ******************************************************************
       4000-INDEX-ONE-ROW.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-PHX-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-PHX-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-PHX-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       LS-REYDB-DATABASE-NAME
                       FS-REYDB-KEY
                       WS-PHX-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-PHX-PLAIN
                                             WS-PHX-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-PHX-PLAIN
                                         WS-PHX-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

      *** Through the same coder the write-time hook feeds, so the
      *** rebuild and the live maintenance file postings one way.
           MOVE FS-REYDB-KEY TO WS-PHX-TEXT-KEY.
           MOVE WS-PHX-PLAIN TO WS-PHX-TEXT.

           PERFORM 1000-FILE-ROW THRU 1000-FILE-ROW-EXIT.

       4000-INDEX-ONE-ROW-EXIT.
           EXIT.
      ******************************************************************
