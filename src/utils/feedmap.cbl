      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    feedmap.cbl        ***
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
       PROGRAM-ID. REYDB_FEEDMAP IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Partner feed mapping - a named spec per feed on            ***
      *** feedmap.map, so a partner's file loads as it arrives       ***
      *** instead of being reshaped into our buffer layout by a      ***
      *** one-off program first. Each card maps a delimited column   ***
      *** or a fixed position of the partner's line to a dictionary  ***
      *** field of the target database, with its transforms: trim,   ***
      *** default, upper-case, code translation through a code       ***
      *** table, date layout and implied decimals.                   ***
      ***                                                            ***
      *** REYDB_FEEDMAP reads the spec once and resolves it against  ***
      *** the target's dictionary; REYDB_FEEDMAP_APPLY then makes    ***
      *** one row of each line. REYDB_LOAD_MAPPED and                ***
      *** REYDB_IMPORT_CSV_MAPPED are the callers - a line whose     ***
      *** transform fails goes on their reject report with the       ***
      *** field and the reason instead of being added.               ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-feedmap.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-feedmap.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-feedmap.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-amount.cpy".

      *** Resolved target database name - blank follows the usual
      *** "reymon.db" default.
       77 WS-FMP-RESOLVED-NAME PIC X(64) VALUE SPACE.

       77 WS-FMP-EOF PIC X(01) VALUE 'N'.
       77 WS-FMP-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** The target's layout, to resolve the cards against.
       77 WS-FMP-DICT-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-FMP-DICT-LAYOUT.
          02 WS-FMP-DICT-FIELD OCCURS 20 TIMES.
             03 WS-FMP-DICT-OFFSET PIC 9(04) COMP-5.
             03 WS-FMP-DICT-LENGTH PIC 9(04) COMP-5.
       77 WS-FMP-DICT-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** A date layout's Y, M and D counts, checked on the card.
       77 WS-FMP-YEAR-LEN  PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-FMP-MONTH-LEN PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-FMP-DAY-LEN   PIC 9(02) COMP-5 VALUE ZERO.

      *** The value of the card in hand as it goes through its
      *** transforms, and the row's content being built.
       77 WS-FMP-VALUE   PIC X(471) VALUE SPACE.
       77 WS-FMP-WORK    PIC X(471) VALUE SPACE.
       77 WS-FMP-CONTENT PIC X(471) VALUE SPACE.

       77 WS-FMP-PTR   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FMP-COL   PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-FMP-POS   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FMP-START PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FMP-END   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FMP-LEN   PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-FMP-LOWER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       77 WS-FMP-UPPER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *** A code looked up on its code table.
       77 WS-FMP-CODE-DATABASE PIC X(64) VALUE SPACE.
       01 WS-FMP-CODE-RECORD.
          02 WS-FMP-CODE-KEY    PIC X(18)  VALUE SPACE.
          02 WS-FMP-CODE-BUFFER PIC X(512) VALUE SPACE.
       77 WS-REYDB-RESULT-READ PIC 9(18) VALUE ZERO.

      *** A date picked apart by its layout, and put back together
      *** as CCYYMMDD.
       77 WS-FMP-FMT-CHAR PIC X(01) VALUE SPACE.
       77 WS-FMP-VAL-CHAR PIC X(01) VALUE SPACE.
       77 WS-FMP-DATE-OK  PIC X(01) VALUE 'Y'.
       77 WS-FMP-YEAR-X   PIC X(04) VALUE SPACE.
       77 WS-FMP-MONTH-X  PIC X(02) VALUE SPACE.
       77 WS-FMP-DAY-X    PIC X(02) VALUE SPACE.
       77 WS-FMP-YY       PIC 9(02) VALUE ZERO.

       01 WS-FMP-YMD.
          02 WS-FMP-YMD-YEAR  PIC 9(04).
          02 WS-FMP-YMD-MONTH PIC 9(02).
          02 WS-FMP-YMD-DAY   PIC 9(02).

      *** Days in the date's month, leap February included.
       77 WS-FMP-MONTH-DAYS PIC 9(02) VALUE ZERO.
       77 WS-FMP-Z-QUOT     PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-FMP-Z-TERM     PIC 9(09) COMP-5 VALUE ZERO.

      *** A figure with implied decimals - its digits right-aligned,
      *** its sign, and its value at the field's own decimals.
       01 WS-FMP-NUM-TEXT   PIC X(18) JUSTIFIED RIGHT VALUE SPACE.
       01 WS-FMP-NUM-DIGITS REDEFINES WS-FMP-NUM-TEXT PIC 9(18).

       77 WS-FMP-NEGATIVE PIC X(01) VALUE 'N'.
       77 WS-FMP-DEC      PIC 9(01) VALUE ZERO.
       77 WS-FMP-AMOUNT   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-FMP-FACTOR   PIC 9(18) COMP-5 VALUE ZERO.
       77 WS-FMP-QUOT     PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-FMP-REM      PIC S9(18) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The spec's name on feedmap.map.
       77 LS-FEEDMAP-SPEC PIC X(08) VALUE SPACE.

       COPY "data/linkage/reydb-feedmap.cpy".

      *** The partner's line, the row made of it, and the field and
      *** reason a transform failed on.
       77 LS-FEEDMAP-SOURCE PIC X(600) VALUE SPACE.

       01 LS-FEEDMAP-RECORD.
          02 LS-FEEDMAP-KEY    PIC X(18)  VALUE SPACE.
          02 LS-FEEDMAP-BUFFER PIC X(512) VALUE SPACE.

       77 LS-FEEDMAP-BAD-FIELD PIC X(16) VALUE SPACE.
       77 LS-FEEDMAP-REASON    PIC X(30) VALUE SPACE.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - reads one spec and resolves it       ***
      *** against the target database's dictionary. No cards for the ***
      *** spec is NOT-FOUND; a card the dictionary or the transforms ***
      *** cannot make sense of is VALIDATION-FAIL - a feed loaded    ***
      *** short of a field is worse than one not loaded.             ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-FEEDMAP-SPEC
                                    LS-FEEDMAP-TABLE
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-FEEDMAP-COUNT.

           IF LS-FEEDMAP-SPEC EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-FMP-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-FMP-RESOLVED-NAME
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 0100-LOAD-SPEC THRU 0100-LOAD-SPEC-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              MOVE ZERO TO LS-FEEDMAP-COUNT
              GOBACK
           END-IF.

           PERFORM 0200-RESOLVE-FIELDS THRU 0200-RESOLVE-FIELDS-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              MOVE ZERO TO LS-FEEDMAP-COUNT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - one partner line into one row. The    ***
      *** cards apply in order; the first transform that fails stops ***
      *** the line with VALIDATION-FAIL, naming the field and why.   ***
      ******************************************************************
       ENTRY "REYDB_FEEDMAP_APPLY" USING LS-FEEDMAP-TABLE
                                         LS-FEEDMAP-SOURCE
                                         LS-FEEDMAP-RECORD
                                         LS-FEEDMAP-BAD-FIELD
                                         LS-FEEDMAP-REASON.

           MOVE SPACE TO LS-FEEDMAP-RECORD
                         LS-FEEDMAP-BAD-FIELD
                         LS-FEEDMAP-REASON
                         WS-FMP-CONTENT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM VARYING WS-FMP-IDX FROM 1 BY 1
                     UNTIL WS-FMP-IDX GREATER THAN LS-FEEDMAP-COUNT
                        OR LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
               PERFORM 1000-APPLY-CARD THRU 1000-APPLY-CARD-EXIT
           END-PERFORM.

      *** The content starts 42 bytes into the buffer - past the
      *** delete flag, the created/updated stamps and the expiry.
           MOVE WS-FMP-CONTENT TO LS-FEEDMAP-BUFFER (42:471).

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The spec's cards off feedmap.map, in card order.           ***
      ******************************************************************
       0100-LOAD-SPEC.

           MOVE 'N' TO WS-FMP-EOF.

           OPEN INPUT FC-FEEDMAP.

           IF WS-FEEDMAP-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GO TO 0100-LOAD-SPEC-EXIT
           END-IF.

           PERFORM UNTIL WS-FMP-EOF EQUAL 'S'

               READ FC-FEEDMAP

               AT END
                   MOVE 'S' TO WS-FMP-EOF

               NOT AT END
                   IF FS-FEEDMAP-SPEC EQUAL LS-FEEDMAP-SPEC
                      PERFORM 0150-FILE-CARD THRU 0150-FILE-CARD-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-FEEDMAP.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0100-LOAD-SPEC-EXIT
           END-IF.

           IF LS-FEEDMAP-COUNT EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
           END-IF.

       0100-LOAD-SPEC-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One of the spec's cards into the table - its numbers have  ***
      *** to be digits, its source has to be on the line, and its    ***
      *** switches and layouts have to be ones this program knows.   ***
      ******************************************************************
       0150-FILE-CARD.

           IF LS-FEEDMAP-COUNT NOT LESS THAN 20
           OR FS-FEEDMAP-FIELD EQUAL SPACE
           OR FS-FEEDMAP-COLUMN   IS NOT NUMERIC
           OR FS-FEEDMAP-POSITION IS NOT NUMERIC
           OR FS-FEEDMAP-WIDTH    IS NOT NUMERIC
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0150-FILE-CARD-EXIT
           END-IF.

           ADD 1 TO LS-FEEDMAP-COUNT.
           MOVE LS-FEEDMAP-COUNT TO WS-FMP-IDX.

           MOVE FS-FEEDMAP-FIELD
             TO LS-FEEDMAP-FIELD (WS-FMP-IDX).
           MOVE FS-FEEDMAP-COLUMN
             TO LS-FEEDMAP-COLUMN (WS-FMP-IDX).
           MOVE FS-FEEDMAP-POSITION
             TO LS-FEEDMAP-POSITION (WS-FMP-IDX).
           MOVE FS-FEEDMAP-WIDTH
             TO LS-FEEDMAP-WIDTH (WS-FMP-IDX).
           MOVE FS-FEEDMAP-TRIM
             TO LS-FEEDMAP-TRIM (WS-FMP-IDX).
           MOVE FS-FEEDMAP-UPPER
             TO LS-FEEDMAP-UPPER (WS-FMP-IDX).
           MOVE FS-FEEDMAP-DATE-FORMAT
             TO LS-FEEDMAP-DATE-FORMAT (WS-FMP-IDX).
           MOVE FS-FEEDMAP-DECIMALS
             TO LS-FEEDMAP-DECIMALS (WS-FMP-IDX).
           MOVE FS-FEEDMAP-DEFAULT
             TO LS-FEEDMAP-DEFAULT (WS-FMP-IDX).
           MOVE FS-FEEDMAP-CODE-TABLE
             TO LS-FEEDMAP-CODE-TABLE (WS-FMP-IDX).

           MOVE ZERO  TO LS-FEEDMAP-OFFSET (WS-FMP-IDX)
                         LS-FEEDMAP-LENGTH (WS-FMP-IDX)
                         LS-FEEDMAP-SCALE  (WS-FMP-IDX).
           MOVE SPACE TO LS-FEEDMAP-SIGN   (WS-FMP-IDX).

      *** A column on a delimited line, or a position and width on
      *** a fixed one - inside the 600 bytes a line can carry.
           IF FS-FEEDMAP-COLUMN EQUAL ZERO
              IF FS-FEEDMAP-POSITION EQUAL ZERO
              OR FS-FEEDMAP-WIDTH EQUAL ZERO
              OR FS-FEEDMAP-WIDTH GREATER THAN 471
              OR FS-FEEDMAP-POSITION + FS-FEEDMAP-WIDTH - 1
                 GREATER THAN 600
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                 GO TO 0150-FILE-CARD-EXIT
              END-IF
           ELSE
              IF FS-FEEDMAP-WIDTH GREATER THAN 471
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                 GO TO 0150-FILE-CARD-EXIT
              END-IF
           END-IF.

           IF (FS-FEEDMAP-TRIM NOT EQUAL SPACE
               AND FS-FEEDMAP-TRIM NOT EQUAL 'Y'
               AND FS-FEEDMAP-TRIM NOT EQUAL 'N')
           OR (FS-FEEDMAP-UPPER NOT EQUAL SPACE
               AND FS-FEEDMAP-UPPER NOT EQUAL 'Y'
               AND FS-FEEDMAP-UPPER NOT EQUAL 'N')
           OR (FS-FEEDMAP-DECIMALS NOT EQUAL SPACE
               AND FS-FEEDMAP-DECIMALS IS NOT NUMERIC)
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0150-FILE-CARD-EXIT
           END-IF.

      *** A date layout needs its year in two or four Ys, and two
      *** Ms and two Ds.
           IF FS-FEEDMAP-DATE-FORMAT NOT EQUAL SPACE
              MOVE ZERO TO WS-FMP-YEAR-LEN WS-FMP-MONTH-LEN
                           WS-FMP-DAY-LEN
              INSPECT FS-FEEDMAP-DATE-FORMAT
                  TALLYING WS-FMP-YEAR-LEN  FOR ALL "Y"
                           WS-FMP-MONTH-LEN FOR ALL "M"
                           WS-FMP-DAY-LEN   FOR ALL "D"
              IF (WS-FMP-YEAR-LEN NOT EQUAL 2
                  AND WS-FMP-YEAR-LEN NOT EQUAL 4)
              OR WS-FMP-MONTH-LEN NOT EQUAL 2
              OR WS-FMP-DAY-LEN   NOT EQUAL 2
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              END-IF
           END-IF.

       0150-FILE-CARD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Each card's field found in the target's dictionary - its   ***
      *** slice, and for a card with implied decimals the field's    ***
      *** own sign and decimals.                                     ***
      ******************************************************************
       0200-RESOLVE-FIELDS.

           CALL "REYDB_DICT_GET" USING WS-FMP-RESOLVED-NAME
                                       WS-FMP-DICT-COUNT
                                       WS-FMP-DICT-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           PERFORM VARYING WS-FMP-IDX FROM 1 BY 1
                     UNTIL WS-FMP-IDX GREATER THAN LS-FEEDMAP-COUNT
                        OR LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
               PERFORM 0250-RESOLVE-ONE THRU 0250-RESOLVE-ONE-EXIT
           END-PERFORM.

       0200-RESOLVE-FIELDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One card's field. *KEY is the row's key, offset zero - it  ***
      *** takes no implied decimals. A date is filed eight wide, and ***
      *** implied decimals only go into a numeric or amount field.   ***
      ******************************************************************
       0250-RESOLVE-ONE.

           IF LS-FEEDMAP-FIELD (WS-FMP-IDX) EQUAL "*KEY"
              MOVE 18 TO LS-FEEDMAP-LENGTH (WS-FMP-IDX)
              IF LS-FEEDMAP-DECIMALS (WS-FMP-IDX) NOT EQUAL SPACE
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              END-IF
              GO TO 0250-RESOLVE-ONE-EXIT
           END-IF.

           MOVE ZERO TO WS-FMP-DICT-IDX.

           PERFORM VARYING WS-FMP-POS FROM 1 BY 1
                     UNTIL WS-FMP-POS GREATER THAN WS-FMP-DICT-COUNT
               IF WS-DICT-FIELD-NAME (WS-FMP-POS)
                  EQUAL LS-FEEDMAP-FIELD (WS-FMP-IDX)
                  MOVE WS-FMP-POS TO WS-FMP-DICT-IDX
                  MOVE WS-FMP-DICT-COUNT TO WS-FMP-POS
               END-IF
           END-PERFORM.

           IF WS-FMP-DICT-IDX EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0250-RESOLVE-ONE-EXIT
           END-IF.

           MOVE WS-FMP-DICT-OFFSET (WS-FMP-DICT-IDX)
             TO LS-FEEDMAP-OFFSET (WS-FMP-IDX).
           MOVE WS-FMP-DICT-LENGTH (WS-FMP-DICT-IDX)
             TO LS-FEEDMAP-LENGTH (WS-FMP-IDX).

           IF LS-FEEDMAP-DATE-FORMAT (WS-FMP-IDX) NOT EQUAL SPACE
              AND LS-FEEDMAP-LENGTH (WS-FMP-IDX) LESS THAN 8
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0250-RESOLVE-ONE-EXIT
           END-IF.

           IF LS-FEEDMAP-DECIMALS (WS-FMP-IDX) EQUAL SPACE
              GO TO 0250-RESOLVE-ONE-EXIT
           END-IF.

           IF WS-DICT-FIELD-TYPE (WS-FMP-DICT-IDX) NOT EQUAL 'N'
              AND WS-DICT-FIELD-TYPE (WS-FMP-DICT-IDX) NOT EQUAL 'A'
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0250-RESOLVE-ONE-EXIT
           END-IF.

           CALL "REYDB_DICT_NUMFMT" USING WS-FMP-RESOLVED-NAME
                                          LS-FEEDMAP-OFFSET (WS-FMP-IDX)
                                          LS-FEEDMAP-LENGTH (WS-FMP-IDX)
                                          LS-FEEDMAP-SIGN   (WS-FMP-IDX)
                                          LS-FEEDMAP-SCALE  (WS-FMP-IDX)
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

       0250-RESOLVE-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One card against the line in hand - its source piece       ***
      *** picked up and taken through the card's transforms in       ***
      *** order, then filed into the key or the content.             ***
      ******************************************************************
       1000-APPLY-CARD.

           PERFORM 1100-PICK-SOURCE THRU 1100-PICK-SOURCE-EXIT.

           IF LS-FEEDMAP-TRIM (WS-FMP-IDX) EQUAL 'Y'
              PERFORM 1200-TRIM-VALUE THRU 1200-TRIM-VALUE-EXIT
           END-IF.

           IF WS-FMP-VALUE EQUAL SPACE
              MOVE LS-FEEDMAP-DEFAULT (WS-FMP-IDX) TO WS-FMP-VALUE
           END-IF.

           IF LS-FEEDMAP-UPPER (WS-FMP-IDX) EQUAL 'Y'
              INSPECT WS-FMP-VALUE CONVERTING WS-FMP-LOWER
                                           TO WS-FMP-UPPER
           END-IF.

      *** Nothing there and no default - the field stays blank.
           IF WS-FMP-VALUE EQUAL SPACE
              GO TO 1000-APPLY-CARD-EXIT
           END-IF.

           IF LS-FEEDMAP-CODE-TABLE (WS-FMP-IDX) NOT EQUAL SPACE
              PERFORM 1300-TRANSLATE-CODE
                 THRU 1300-TRANSLATE-CODE-EXIT
              IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
                 GO TO 1000-APPLY-CARD-EXIT
              END-IF
           END-IF.

           IF LS-FEEDMAP-DATE-FORMAT (WS-FMP-IDX) NOT EQUAL SPACE
              PERFORM 1400-CONVERT-DATE THRU 1400-CONVERT-DATE-EXIT
              IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
                 GO TO 1000-APPLY-CARD-EXIT
              END-IF
           END-IF.

           IF LS-FEEDMAP-DECIMALS (WS-FMP-IDX) NOT EQUAL SPACE
              PERFORM 1500-IMPLIED-DECIMALS
                 THRU 1500-IMPLIED-DECIMALS-EXIT
              GO TO 1000-APPLY-CARD-EXIT
           END-IF.

           PERFORM 1600-FILE-VALUE THRU 1600-FILE-VALUE-EXIT.

       1000-APPLY-CARD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The card's piece of the line - the nth comma-delimited     ***
      *** column (cut to the card's width when it gives one), or the ***
      *** bytes at its position. A column past the line's end is     ***
      *** blank.                                                     ***
      ******************************************************************
       1100-PICK-SOURCE.

           MOVE SPACE TO WS-FMP-VALUE.

           IF LS-FEEDMAP-COLUMN (WS-FMP-IDX) EQUAL ZERO
              MOVE LS-FEEDMAP-SOURCE
                   (LS-FEEDMAP-POSITION (WS-FMP-IDX) :
                    LS-FEEDMAP-WIDTH (WS-FMP-IDX))
                TO WS-FMP-VALUE
              GO TO 1100-PICK-SOURCE-EXIT
           END-IF.

           MOVE 1 TO WS-FMP-PTR.

           PERFORM VARYING WS-FMP-COL FROM 1 BY 1
                     UNTIL WS-FMP-COL GREATER THAN
                           LS-FEEDMAP-COLUMN (WS-FMP-IDX)
               MOVE SPACE TO WS-FMP-VALUE
               IF WS-FMP-PTR NOT GREATER THAN 600
                  UNSTRING LS-FEEDMAP-SOURCE DELIMITED BY ","
                      INTO WS-FMP-VALUE
                      WITH POINTER WS-FMP-PTR
                  END-UNSTRING
               END-IF
           END-PERFORM.

           IF LS-FEEDMAP-WIDTH (WS-FMP-IDX) GREATER THAN ZERO
              MOVE SPACE TO WS-FMP-WORK
              MOVE WS-FMP-VALUE (1 : LS-FEEDMAP-WIDTH (WS-FMP-IDX))
                TO WS-FMP-WORK
              MOVE WS-FMP-WORK TO WS-FMP-VALUE
           END-IF.

       1100-PICK-SOURCE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Leading blanks off the value, so it files left-aligned.    ***
      ******************************************************************
       1200-TRIM-VALUE.

           IF WS-FMP-VALUE EQUAL SPACE
              GO TO 1200-TRIM-VALUE-EXIT
           END-IF.

           MOVE ZERO TO WS-FMP-START.
           INSPECT WS-FMP-VALUE TALLYING WS-FMP-START
               FOR LEADING SPACE.

           IF WS-FMP-START GREATER THAN ZERO
              MOVE WS-FMP-VALUE (WS-FMP-START + 1 : ) TO WS-FMP-WORK
              MOVE WS-FMP-WORK TO WS-FMP-VALUE
           END-IF.

       1200-TRIM-VALUE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The partner's code looked up as a key on the code table -  ***
      *** our code is that row's content from its first byte. A code ***
      *** the table does not carry live fails the line.              ***
      ******************************************************************
       1300-TRANSLATE-CODE.

           IF WS-FMP-VALUE (19 : ) NOT EQUAL SPACE
              MOVE "CODE NOT ON TABLE" TO LS-FEEDMAP-REASON
              PERFORM 1900-FAIL-CARD THRU 1900-FAIL-CARD-EXIT
              GO TO 1300-TRANSLATE-CODE-EXIT
           END-IF.

           MOVE LS-FEEDMAP-CODE-TABLE (WS-FMP-IDX)
             TO WS-FMP-CODE-DATABASE.
           MOVE WS-FMP-VALUE (1:18) TO WS-FMP-CODE-KEY.
           MOVE SPACE               TO WS-FMP-CODE-BUFFER.

           CALL "REYDB_READ" USING WS-FMP-CODE-RECORD
                                   WS-FMP-CODE-DATABASE
               RETURNING WS-REYDB-RESULT-READ
           END-CALL.

           IF WS-REYDB-RESULT-READ NOT EQUAL WS-REYDB-SUCCESS
              AND WS-REYDB-RESULT-READ
                  NOT EQUAL WS-REYDB-FOUND-ARCHIVED
              AND WS-REYDB-RESULT-READ
                  NOT EQUAL WS-REYDB-PARTIAL-CONTENT
              MOVE "CODE NOT ON TABLE" TO LS-FEEDMAP-REASON
              PERFORM 1900-FAIL-CARD THRU 1900-FAIL-CARD-EXIT
              GO TO 1300-TRANSLATE-CODE-EXIT
           END-IF.

           MOVE WS-FMP-CODE-BUFFER (42:471) TO WS-FMP-VALUE.

       1300-TRANSLATE-CODE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A date in the card's layout as CCYYMMDD. The layout is     ***
      *** walked beside the value: its Ys, Ms and Ds pick up the     ***
      *** digits, anything else has to match byte for byte. A month  ***
      *** or day the calendar does not have is BAD DATE.             ***
      ******************************************************************
       1400-CONVERT-DATE.

           MOVE SPACE TO WS-FMP-YEAR-X WS-FMP-MONTH-X WS-FMP-DAY-X.
           MOVE ZERO  TO WS-FMP-YEAR-LEN WS-FMP-MONTH-LEN
                         WS-FMP-DAY-LEN.
           MOVE 'Y'   TO WS-FMP-DATE-OK.

           IF WS-FMP-VALUE (11 : ) NOT EQUAL SPACE
              MOVE 'N' TO WS-FMP-DATE-OK
           END-IF.

           PERFORM VARYING WS-FMP-POS FROM 1 BY 1
                     UNTIL WS-FMP-POS GREATER THAN 10
               MOVE LS-FEEDMAP-DATE-FORMAT (WS-FMP-IDX)
                    (WS-FMP-POS : 1) TO WS-FMP-FMT-CHAR
               MOVE WS-FMP-VALUE (WS-FMP-POS : 1) TO WS-FMP-VAL-CHAR
               EVALUATE WS-FMP-FMT-CHAR
                   WHEN "Y"
                       ADD 1 TO WS-FMP-YEAR-LEN
                       MOVE WS-FMP-VAL-CHAR
                         TO WS-FMP-YEAR-X (WS-FMP-YEAR-LEN : 1)
                   WHEN "M"
                       ADD 1 TO WS-FMP-MONTH-LEN
                       MOVE WS-FMP-VAL-CHAR
                         TO WS-FMP-MONTH-X (WS-FMP-MONTH-LEN : 1)
                   WHEN "D"
                       ADD 1 TO WS-FMP-DAY-LEN
                       MOVE WS-FMP-VAL-CHAR
                         TO WS-FMP-DAY-X (WS-FMP-DAY-LEN : 1)
                   WHEN OTHER
                       IF WS-FMP-VAL-CHAR NOT EQUAL WS-FMP-FMT-CHAR
                          MOVE 'N' TO WS-FMP-DATE-OK
                       END-IF
               END-EVALUATE
           END-PERFORM.

           IF WS-FMP-DATE-OK NOT EQUAL 'Y'
           OR WS-FMP-YEAR-X (1 : WS-FMP-YEAR-LEN) IS NOT NUMERIC
           OR WS-FMP-MONTH-X IS NOT NUMERIC
           OR WS-FMP-DAY-X   IS NOT NUMERIC
              MOVE "BAD DATE" TO LS-FEEDMAP-REASON
              PERFORM 1900-FAIL-CARD THRU 1900-FAIL-CARD-EXIT
              GO TO 1400-CONVERT-DATE-EXIT
           END-IF.

           IF WS-FMP-YEAR-LEN EQUAL 2
              MOVE WS-FMP-YEAR-X (1:2) TO WS-FMP-YY
              IF WS-FMP-YY LESS THAN 50
                 COMPUTE WS-FMP-YMD-YEAR = 2000 + WS-FMP-YY
              ELSE
                 COMPUTE WS-FMP-YMD-YEAR = 1900 + WS-FMP-YY
              END-IF
           ELSE
              MOVE WS-FMP-YEAR-X TO WS-FMP-YMD-YEAR
           END-IF.

           MOVE WS-FMP-MONTH-X TO WS-FMP-YMD-MONTH.
           MOVE WS-FMP-DAY-X   TO WS-FMP-YMD-DAY.

           EVALUATE WS-FMP-YMD-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-FMP-MONTH-DAYS
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-FMP-MONTH-DAYS
               WHEN 02
                   MOVE 28 TO WS-FMP-MONTH-DAYS
                   DIVIDE WS-FMP-YMD-YEAR BY 4
                       GIVING WS-FMP-Z-QUOT
                       REMAINDER WS-FMP-Z-TERM
                   IF WS-FMP-Z-TERM EQUAL ZERO
                      MOVE 29 TO WS-FMP-MONTH-DAYS
                      DIVIDE WS-FMP-YMD-YEAR BY 100
                          GIVING WS-FMP-Z-QUOT
                          REMAINDER WS-FMP-Z-TERM
                      IF WS-FMP-Z-TERM EQUAL ZERO
                         MOVE 28 TO WS-FMP-MONTH-DAYS
                         DIVIDE WS-FMP-YMD-YEAR BY 400
                             GIVING WS-FMP-Z-QUOT
                             REMAINDER WS-FMP-Z-TERM
                         IF WS-FMP-Z-TERM EQUAL ZERO
                            MOVE 29 TO WS-FMP-MONTH-DAYS
                         END-IF
                      END-IF
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-FMP-MONTH-DAYS
           END-EVALUATE.

           IF WS-FMP-YMD-DAY LESS THAN 1
           OR WS-FMP-YMD-DAY GREATER THAN WS-FMP-MONTH-DAYS
              MOVE "BAD DATE" TO LS-FEEDMAP-REASON
              PERFORM 1900-FAIL-CARD THRU 1900-FAIL-CARD-EXIT
              GO TO 1400-CONVERT-DATE-EXIT
           END-IF.

           MOVE SPACE      TO WS-FMP-VALUE.
           MOVE WS-FMP-YMD TO WS-FMP-VALUE (1:8).

       1400-CONVERT-DATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Whole digits with the card's implied decimals, a sign      ***
      *** first or last allowed, brought to the field's own decimals ***
      *** and filed by its own sign convention (REYDB_AMOUNT_PACK).  ***
      *** Decimals the field cannot hold are refused, not rounded.   ***
      ******************************************************************
       1500-IMPLIED-DECIMALS.

           MOVE ZERO TO WS-FMP-START.
           INSPECT WS-FMP-VALUE TALLYING WS-FMP-START
               FOR LEADING SPACE.
           ADD 1 TO WS-FMP-START.

           PERFORM VARYING WS-FMP-END FROM 471 BY -1
                     UNTIL WS-FMP-END LESS THAN WS-FMP-START
                        OR WS-FMP-VALUE (WS-FMP-END : 1) NOT EQUAL SPACE
               CONTINUE
           END-PERFORM.

           MOVE 'N' TO WS-FMP-NEGATIVE.

           EVALUATE TRUE
               WHEN WS-FMP-VALUE (WS-FMP-START : 1) EQUAL "-"
                   MOVE 'Y' TO WS-FMP-NEGATIVE
                   ADD 1 TO WS-FMP-START
               WHEN WS-FMP-VALUE (WS-FMP-START : 1) EQUAL "+"
                   ADD 1 TO WS-FMP-START
               WHEN WS-FMP-VALUE (WS-FMP-END : 1) EQUAL "-"
                   MOVE 'Y' TO WS-FMP-NEGATIVE
                   SUBTRACT 1 FROM WS-FMP-END
               WHEN WS-FMP-VALUE (WS-FMP-END : 1) EQUAL "+"
                   SUBTRACT 1 FROM WS-FMP-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-FMP-END LESS THAN WS-FMP-START
              MOVE "NOT NUMERIC" TO LS-FEEDMAP-REASON
              PERFORM 1900-FAIL-CARD THRU 1900-FAIL-CARD-EXIT
              GO TO 1500-IMPLIED-DECIMALS-EXIT
           END-IF.

           COMPUTE WS-FMP-LEN = WS-FMP-END - WS-FMP-START + 1.

           IF WS-FMP-LEN GREATER THAN 18
              MOVE "TOO LARGE FOR FIELD" TO LS-FEEDMAP-REASON
              PERFORM 1900-FAIL-CARD THRU 1900-FAIL-CARD-EXIT
              GO TO 1500-IMPLIED-DECIMALS-EXIT
           END-IF.

           IF WS-FMP-VALUE (WS-FMP-START : WS-FMP-LEN) IS NOT NUMERIC
              MOVE "NOT NUMERIC" TO LS-FEEDMAP-REASON
              PERFORM 1900-FAIL-CARD THRU 1900-FAIL-CARD-EXIT
              GO TO 1500-IMPLIED-DECIMALS-EXIT
           END-IF.

           MOVE WS-FMP-VALUE (WS-FMP-START : WS-FMP-LEN)
             TO WS-FMP-NUM-TEXT.
           INSPECT WS-FMP-NUM-TEXT REPLACING LEADING SPACE BY ZERO.

           MOVE WS-FMP-NUM-DIGITS TO WS-FMP-AMOUNT.
           MOVE LS-FEEDMAP-DECIMALS (WS-FMP-IDX) TO WS-FMP-DEC.

           IF LS-FEEDMAP-SCALE (WS-FMP-IDX) NOT LESS THAN WS-FMP-DEC
              COMPUTE WS-FMP-AMOUNT = WS-FMP-AMOUNT *
                  10 ** (LS-FEEDMAP-SCALE (WS-FMP-IDX) - WS-FMP-DEC)
                  ON SIZE ERROR
                      MOVE "TOO LARGE FOR FIELD" TO LS-FEEDMAP-REASON
                      PERFORM 1900-FAIL-CARD THRU 1900-FAIL-CARD-EXIT
                      GO TO 1500-IMPLIED-DECIMALS-EXIT
              END-COMPUTE
           ELSE
              COMPUTE WS-FMP-FACTOR =
                  10 ** (WS-FMP-DEC - LS-FEEDMAP-SCALE (WS-FMP-IDX))
              DIVIDE WS-FMP-AMOUNT BY WS-FMP-FACTOR
                  GIVING WS-FMP-QUOT
                  REMAINDER WS-FMP-REM
              IF WS-FMP-REM NOT EQUAL ZERO
                 MOVE "DECIMALS LOST" TO LS-FEEDMAP-REASON
                 PERFORM 1900-FAIL-CARD THRU 1900-FAIL-CARD-EXIT
                 GO TO 1500-IMPLIED-DECIMALS-EXIT
              END-IF
              MOVE WS-FMP-QUOT TO WS-FMP-AMOUNT
           END-IF.

           IF WS-FMP-NEGATIVE EQUAL 'Y'
              COMPUTE WS-FMP-AMOUNT = 0 - WS-FMP-AMOUNT
           END-IF.

           CALL "REYDB_AMOUNT_PACK" USING WS-FMP-AMOUNT
                                          LS-FEEDMAP-SIGN   (WS-FMP-IDX)
                                          WS-FMP-CONTENT
                                          LS-FEEDMAP-OFFSET (WS-FMP-IDX)
                                          LS-FEEDMAP-LENGTH (WS-FMP-IDX)
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT NOT EQUAL WS-REYDB-SUCCESS
              MOVE "TOO LARGE FOR FIELD" TO LS-FEEDMAP-REASON
              PERFORM 1900-FAIL-CARD THRU 1900-FAIL-CARD-EXIT
           END-IF.

       1500-IMPLIED-DECIMALS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The finished value into the key or its field's slice. A    ***
      *** value longer than the field is refused, not cut short.     ***
      ******************************************************************
       1600-FILE-VALUE.

           IF LS-FEEDMAP-LENGTH (WS-FMP-IDX) LESS THAN 471
              IF WS-FMP-VALUE (LS-FEEDMAP-LENGTH (WS-FMP-IDX) + 1 : )
                 NOT EQUAL SPACE
                 MOVE "TOO LONG FOR FIELD" TO LS-FEEDMAP-REASON
                 PERFORM 1900-FAIL-CARD THRU 1900-FAIL-CARD-EXIT
                 GO TO 1600-FILE-VALUE-EXIT
              END-IF
           END-IF.

           IF LS-FEEDMAP-OFFSET (WS-FMP-IDX) EQUAL ZERO
              MOVE WS-FMP-VALUE (1:18) TO LS-FEEDMAP-KEY
           ELSE
              MOVE WS-FMP-VALUE (1 : LS-FEEDMAP-LENGTH (WS-FMP-IDX))
                TO WS-FMP-CONTENT
                   (LS-FEEDMAP-OFFSET (WS-FMP-IDX) :
                    LS-FEEDMAP-LENGTH (WS-FMP-IDX))
           END-IF.

       1600-FILE-VALUE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The line fails on the card in hand - its field goes back   ***
      *** with the reason already set.                               ***
      ******************************************************************
       1900-FAIL-CARD.

           MOVE LS-FEEDMAP-FIELD (WS-FMP-IDX) TO LS-FEEDMAP-BAD-FIELD.
           MOVE WS-REYDB-VALIDATION-FAIL      TO LS-REYDB-RESULT.

       1900-FAIL-CARD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-FEEDMAP-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
