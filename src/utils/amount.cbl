      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    amount.cbl         ***
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
       PROGRAM-ID. REYDB_AMOUNT IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** One reading of a numeric content field for every program   ***
      *** that adds money up. The data dictionary says where a       ***
      *** field's sign sits (none, a leading or trailing '+'/'-'     ***
      *** byte, or overpunched on the last digit) and how many       ***
      *** implied decimals it carries; REYDB_AMOUNT slices the field ***
      *** out of a row's plaintext content and hands back its value  ***
      *** as a signed whole number of its smallest unit - cents for  ***
      *** a two-decimal field - so totals of credits and fractions   ***
      *** come out right with plain integer arithmetic.              ***
      *** REYDB_AMOUNT_PACK puts such a value back into the field in ***
      *** its own sign convention, refusing with OVERFLOW what the   ***
      *** field cannot hold; REYDB_AMOUNT_EDIT turns a value and     ***
      *** its decimals into printable text with a minus sign and a   ***
      *** decimal point. Blanks read as zeros, as they always have.  ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".

      *** The digits of the field, right-aligned into 15 places with
      *** blanks folded to zeros - REDEFINED numeric once clean.
       01 WS-AMT-DIGITS-X PIC X(15) VALUE ZERO.
       01 WS-AMT-DIGITS-VIEW REDEFINES WS-AMT-DIGITS-X.
          02 WS-AMT-DIGITS PIC 9(15).

      *** Where the digits sit inside the field once any separate
      *** sign byte is set aside, and where that sign byte is.
       77 WS-AMT-DIGIT-POS  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AMT-DIGIT-LEN  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AMT-SIGN-POS   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AMT-PAD        PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-AMT-NEGATIVE PIC X(01) VALUE 'N'.
       77 WS-AMT-LAST     PIC X(01) VALUE SPACE.
       77 WS-AMT-CAP      PIC S9(18) COMP-5 VALUE ZERO.

      *** Overpunch zones - the last digit of a plus figure becomes
      *** '{' or 'A'-'I', of a minus figure '}' or 'J'-'R'.
       77 WS-AMT-PLAIN-DIGITS PIC X(10) VALUE "0123456789".
       77 WS-AMT-PLUS-PUNCH   PIC X(10) VALUE "{ABCDEFGHI".
       77 WS-AMT-MINUS-PUNCH  PIC X(10) VALUE "}JKLMNOPQR".

      *** The value as 18 display digits, split at the implied
      *** decimal point for printing.
       01 WS-AMT-ABS-X PIC X(18) VALUE ZERO.
       01 WS-AMT-ABS-VIEW REDEFINES WS-AMT-ABS-X.
          02 WS-AMT-ABS PIC 9(18).

       77 WS-AMT-INT-LEN  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AMT-LEAD     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AMT-FRAC-POS PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AMT-BUILD    PIC X(20) VALUE SPACE.
       77 WS-AMT-POINTER  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AMT-TEXT-LEN PIC 9(04) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

      *** The row's plaintext content and the field's slice of it.
       77 LS-AMOUNT-CONTENT PIC X(471) VALUE SPACE.
       77 LS-AMOUNT-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-AMOUNT-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.

      *** The field's dictionary description.
       77 LS-AMOUNT-SIGN  PIC X(01) VALUE SPACE.
       77 LS-AMOUNT-SCALE PIC 9(01) VALUE ZERO.

      *** The value in smallest units, and its printable form.
       77 LS-AMOUNT-VALUE PIC S9(18) COMP-5 VALUE ZERO.
       77 LS-AMOUNT-TEXT  PIC X(20) VALUE SPACE.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-OVERFLOW        VALUE 24.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - reads one field's value. A field     ***
      *** that is not digits in its declared convention answers      ***
      *** VALIDATION-FAIL with a zero value.                         ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-AMOUNT-CONTENT
                                    LS-AMOUNT-OFFSET
                                    LS-AMOUNT-LENGTH
                                    LS-AMOUNT-SIGN
                                    LS-AMOUNT-VALUE
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
           MOVE ZERO TO LS-AMOUNT-VALUE.

           PERFORM 1000-DIGIT-SPAN THRU 1000-DIGIT-SPAN-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           MOVE ALL "0" TO WS-AMT-DIGITS-X.
           COMPUTE WS-AMT-PAD = 15 - WS-AMT-DIGIT-LEN + 1.
           MOVE LS-AMOUNT-CONTENT (WS-AMT-DIGIT-POS : WS-AMT-DIGIT-LEN)
             TO WS-AMT-DIGITS-X (WS-AMT-PAD : WS-AMT-DIGIT-LEN).
           INSPECT WS-AMT-DIGITS-X REPLACING ALL SPACE BY "0".

           MOVE 'N' TO WS-AMT-NEGATIVE.

           EVALUATE LS-AMOUNT-SIGN
               WHEN 'L'
               WHEN 'T'
                   EVALUATE LS-AMOUNT-CONTENT (WS-AMT-SIGN-POS : 1)
                       WHEN '-'
                           MOVE 'Y' TO WS-AMT-NEGATIVE
                       WHEN '+'
                       WHEN SPACE
                           CONTINUE
                       WHEN OTHER
                           MOVE WS-REYDB-VALIDATION-FAIL
                             TO LS-REYDB-RESULT
                           GOBACK
                   END-EVALUATE
               WHEN 'O'
      *** An unpunched last digit reads as plus, the way a figure
      *** keyed by hand into an overpunched column arrives.
                   MOVE WS-AMT-DIGITS-X (15 : 1) TO WS-AMT-LAST
                   IF WS-AMT-LAST EQUAL '}'
                   OR (WS-AMT-LAST NOT LESS THAN 'J'
                       AND WS-AMT-LAST NOT GREATER THAN 'R')
                      MOVE 'Y' TO WS-AMT-NEGATIVE
                      INSPECT WS-AMT-DIGITS-X (15 : 1)
                          CONVERTING WS-AMT-MINUS-PUNCH
                                  TO WS-AMT-PLAIN-DIGITS
                   ELSE
                      INSPECT WS-AMT-DIGITS-X (15 : 1)
                          CONVERTING WS-AMT-PLUS-PUNCH
                                  TO WS-AMT-PLAIN-DIGITS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-AMT-DIGITS-X IS NOT NUMERIC
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF WS-AMT-NEGATIVE EQUAL 'Y'
              COMPUTE LS-AMOUNT-VALUE = 0 - WS-AMT-DIGITS
           ELSE
              MOVE WS-AMT-DIGITS TO LS-AMOUNT-VALUE
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - writes a value back into the field in ***
      *** the field's own sign convention, zero-padded to its width. ***
      *** A figure the field cannot hold - too many digits, or below ***
      *** zero in an unsigned field - is refused with OVERFLOW and   ***
      *** the content is left as it was.                             ***
      ******************************************************************
       ENTRY "REYDB_AMOUNT_PACK" USING LS-AMOUNT-VALUE
                                       LS-AMOUNT-SIGN
                                       LS-AMOUNT-CONTENT
                                       LS-AMOUNT-OFFSET
                                       LS-AMOUNT-LENGTH.

           PERFORM 1000-DIGIT-SPAN THRU 1000-DIGIT-SPAN-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           COMPUTE WS-AMT-CAP = 10 ** WS-AMT-DIGIT-LEN - 1.

           IF LS-AMOUNT-VALUE LESS THAN ZERO
              IF LS-AMOUNT-SIGN EQUAL SPACE
                 MOVE WS-REYDB-OVERFLOW TO LS-REYDB-RESULT
                 GOBACK
              END-IF
              MOVE 'Y' TO WS-AMT-NEGATIVE
              COMPUTE WS-AMT-ABS = 0 - LS-AMOUNT-VALUE
           ELSE
              MOVE 'N' TO WS-AMT-NEGATIVE
              MOVE LS-AMOUNT-VALUE TO WS-AMT-ABS
           END-IF.

           IF WS-AMT-ABS GREATER THAN WS-AMT-CAP
              MOVE WS-REYDB-OVERFLOW TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-AMT-ABS TO WS-AMT-DIGITS.

           IF LS-AMOUNT-SIGN EQUAL 'O'
              IF WS-AMT-NEGATIVE EQUAL 'Y'
                 INSPECT WS-AMT-DIGITS-X (15 : 1)
                     CONVERTING WS-AMT-PLAIN-DIGITS
                             TO WS-AMT-MINUS-PUNCH
              ELSE
                 INSPECT WS-AMT-DIGITS-X (15 : 1)
                     CONVERTING WS-AMT-PLAIN-DIGITS
                             TO WS-AMT-PLUS-PUNCH
              END-IF
           END-IF.

           COMPUTE WS-AMT-PAD = 15 - WS-AMT-DIGIT-LEN + 1.
           MOVE WS-AMT-DIGITS-X (WS-AMT-PAD : WS-AMT-DIGIT-LEN)
             TO LS-AMOUNT-CONTENT (WS-AMT-DIGIT-POS : WS-AMT-DIGIT-LEN).

           IF LS-AMOUNT-SIGN EQUAL 'L'
           OR LS-AMOUNT-SIGN EQUAL 'T'
              IF WS-AMT-NEGATIVE EQUAL 'Y'
                 MOVE '-' TO LS-AMOUNT-CONTENT (WS-AMT-SIGN-POS : 1)
              ELSE
                 MOVE '+' TO LS-AMOUNT-CONTENT (WS-AMT-SIGN-POS : 1)
              END-IF
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - a value as printable text, right-      ***
      *** aligned in 20 columns: a leading minus when below zero,    ***
      *** no leading zeros, and the decimal point where the field's  ***
      *** decimals put it ("-1234.56", "0.05", "17").                ***
      ******************************************************************
       ENTRY "REYDB_AMOUNT_EDIT" USING LS-AMOUNT-VALUE
                                       LS-AMOUNT-SCALE
                                       LS-AMOUNT-TEXT.

           IF LS-AMOUNT-VALUE LESS THAN ZERO
              MOVE 'Y' TO WS-AMT-NEGATIVE
              COMPUTE WS-AMT-ABS = 0 - LS-AMOUNT-VALUE
           ELSE
              MOVE 'N' TO WS-AMT-NEGATIVE
              MOVE LS-AMOUNT-VALUE TO WS-AMT-ABS
           END-IF.

      *** Whole part without its leading zeros - but never less than
      *** the one digit that reads "0.05" rather than ".05".
           COMPUTE WS-AMT-INT-LEN = 18 - LS-AMOUNT-SCALE.

           MOVE ZERO TO WS-AMT-LEAD.
           INSPECT WS-AMT-ABS-X (1 : WS-AMT-INT-LEN)
               TALLYING WS-AMT-LEAD FOR LEADING "0".

           IF WS-AMT-LEAD EQUAL WS-AMT-INT-LEN
              SUBTRACT 1 FROM WS-AMT-LEAD
           END-IF.

           MOVE SPACE TO WS-AMT-BUILD.
           MOVE 1     TO WS-AMT-POINTER.

           IF WS-AMT-NEGATIVE EQUAL 'Y'
              STRING "-" DELIMITED BY SIZE
                  INTO WS-AMT-BUILD
                  WITH POINTER WS-AMT-POINTER
              END-STRING
           END-IF.

           STRING WS-AMT-ABS-X (WS-AMT-LEAD + 1 :
                                WS-AMT-INT-LEN - WS-AMT-LEAD)
                  DELIMITED BY SIZE
               INTO WS-AMT-BUILD
               WITH POINTER WS-AMT-POINTER
           END-STRING.

           IF LS-AMOUNT-SCALE GREATER THAN ZERO
              COMPUTE WS-AMT-FRAC-POS = WS-AMT-INT-LEN + 1
              STRING "." DELIMITED BY SIZE
                     WS-AMT-ABS-X (WS-AMT-FRAC-POS : LS-AMOUNT-SCALE)
                     DELIMITED BY SIZE
                  INTO WS-AMT-BUILD
                  WITH POINTER WS-AMT-POINTER
              END-STRING
           END-IF.

           COMPUTE WS-AMT-TEXT-LEN = WS-AMT-POINTER - 1.

           MOVE SPACE TO LS-AMOUNT-TEXT.
           MOVE WS-AMT-BUILD (1 : WS-AMT-TEXT-LEN)
             TO LS-AMOUNT-TEXT (20 - WS-AMT-TEXT-LEN + 1 :
                                WS-AMT-TEXT-LEN).

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Where a field's digits sit once any separate sign byte is  ***
      *** set aside. The digits have to fit the 15-digit working     ***
      *** form every caller accumulates in.                          ***
      ******************************************************************
       1000-DIGIT-SPAN.

           IF LS-AMOUNT-OFFSET EQUAL ZERO
           OR LS-AMOUNT-LENGTH EQUAL ZERO
           OR LS-AMOUNT-OFFSET + LS-AMOUNT-LENGTH - 1 GREATER THAN 471
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 1000-DIGIT-SPAN-EXIT
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           MOVE LS-AMOUNT-OFFSET TO WS-AMT-DIGIT-POS.
           MOVE LS-AMOUNT-LENGTH TO WS-AMT-DIGIT-LEN.
           MOVE ZERO             TO WS-AMT-SIGN-POS.

           EVALUATE LS-AMOUNT-SIGN
               WHEN 'L'
                   MOVE LS-AMOUNT-OFFSET TO WS-AMT-SIGN-POS
                   ADD 1 TO WS-AMT-DIGIT-POS
                   SUBTRACT 1 FROM WS-AMT-DIGIT-LEN
               WHEN 'T'
                   COMPUTE WS-AMT-SIGN-POS =
                       LS-AMOUNT-OFFSET + LS-AMOUNT-LENGTH - 1
                   SUBTRACT 1 FROM WS-AMT-DIGIT-LEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-AMT-DIGIT-LEN EQUAL ZERO
           OR WS-AMT-DIGIT-LEN GREATER THAN 15
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
           END-IF.

       1000-DIGIT-SPAN-EXIT.
           EXIT.
      ******************************************************************
