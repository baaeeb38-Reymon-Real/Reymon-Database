      *** Author:  Reymon Dev         ***
      *** File:    dictionary.cbl     ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** typed 'K' so REYDB_XLOOKUP can find the foreign-key slice  ***
      *** without being handed offsets. One definition, every        ***
      *** program in step.                                           ***
      ***                                                            ***
      *** A file that mixes record types declares its discriminator  ***
      *** (REYDB_DICT_RECTYPE) and a layout per type value under the ***
      *** name REYDB_DICT_TYPENAME builds; REYDB_DICT_RECTYPES hands ***
      *** the lot back once and REYDB_DICT_PICK picks each row's     ***
      *** layout from it.                                            ***
      ***                                                            ***
      *** REYDB_DICT_CURRENCY pairs an amount field with the field   ***
      *** holding each row's currency code (and the row's own date   ***
      *** field, where it has one); REYDB_DICT_CCYFMT hands the      ***
      *** pairing back by the amount field's slice.                  ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-dictver.cpy".


       77 WS-DICT-IDX PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-DICT-EOF PIC X(01) VALUE 'N'.

      *** Digits a numeric field has once any separate sign byte is
      *** set aside - the most decimals it can carry.
       77 WS-DICT-DIGITS PIC 9(04) COMP-5 VALUE ZERO.

      *** Record-type work - the used length of the resolved name,
      *** the "<db>@" prefix every type layout is filed under, the
      *** type slot being filled or picked, and one row's value.
       77 WS-DICT-NAME-LEN   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DICT-VALUE-LEN  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DICT-PREFIX     PIC X(64) VALUE SPACE.
       77 WS-DICT-PREFIX-LEN PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DICT-TYPE-IDX   PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-DICT-SLOT       PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-DICT-ROW-VALUE  PIC X(08) VALUE SPACE.
       77 WS-DICT-TALLY      PIC 9(04) COMP-5 VALUE ZERO.

      *** Currency pairing work - the field a pairing names and the
      *** length it has to have, and the date field found with it.
       77 WS-DICT-PAIR-SEQ      PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-DICT-PAIR-LENGTH   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DICT-PAIR-DATE-SEQ PIC 9(02) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
       77 LS-DICT-LENGTH     PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-DICT-TYPE       PIC X(01) VALUE SPACE.

      *** How a numeric field's digits are signed, and how many sit
      *** after the implied decimal point.
       77 LS-DICT-SIGN  PIC X(01) VALUE SPACE.
       77 LS-DICT-SCALE PIC 9(01) VALUE ZERO.

      *** 'Y' flags a field sensitive, SPACE clears the flag.
       77 LS-DICT-SENSITIVE PIC X(01) VALUE SPACE.

      *** The layout version being snapshotted, fetched or stamped.
       77 LS-DICT-VERSION PIC 9(04) COMP-5 VALUE ZERO.

      *** A record-type value, the qualified name its layout is
      *** filed under, and the plaintext content of the row whose
      *** layout is being picked.
       77 LS-DICT-RECTYPE-VALUE  PIC X(08) VALUE SPACE.
       77 LS-DICT-QUALIFIED-NAME PIC X(64) VALUE SPACE.
       77 LS-DICT-CONTENT        PIC X(471) VALUE SPACE.

       COPY "data/linkage/reydb-rectype.cpy".

      *** A currency pairing - the fields carrying each row's
      *** currency code and its own date (zero for none), and the
      *** slices they occupy.
       77 LS-DICT-CCY-SEQ     PIC 9(02) COMP-5 VALUE ZERO.
       77 LS-DICT-DATE-SEQ    PIC 9(02) COMP-5 VALUE ZERO.
       77 LS-DICT-CCY-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-DICT-CCY-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-DICT-DATE-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-DICT-DATE-LENGTH PIC 9(04) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** A field has to land inside the content area and on a real
      *** slot - offsets are 1-based against FS-REYDB-CONTENT's 471
      *** bytes, same as the layout tables always were.

           MOVE WS-DICT-RESOLVED-NAME TO FS-DICT-DATABASE.
           MOVE LS-DICT-SEQ           TO FS-DICT-SEQ.

      *** A field being moved or renamed keeps the sign position and
      *** decimals REYDB_DICT_NUMERIC gave it, its sensitive flag and
      *** its currency pairing; a new one starts out unsigned whole
      *** digits, not sensitive, in no declared currency.
           READ FC-DICT KEY IS FS-DICT-KEY

           INVALID KEY
               MOVE SPACE TO FS-DICT-SIGN
               MOVE ZERO  TO FS-DICT-SCALE
               MOVE SPACE TO FS-DICT-SENSITIVE
               MOVE ZERO  TO FS-DICT-CCY-SEQ
               MOVE ZERO  TO FS-DICT-DATE-SEQ

           END-READ.

           MOVE LS-DICT-FIELD-NAME    TO FS-DICT-FIELD-NAME.
           MOVE LS-DICT-OFFSET        TO FS-DICT-OFFSET.
           MOVE LS-DICT-LENGTH        TO FS-DICT-LENGTH.
       ENTRY "REYDB_DICT_DROP" USING LS-REYDB-DATABASE-NAME
                                     LS-DICT-SEQ.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-DICT.
                                    LS-REYDB-FIELD-NAMES
                                    LS-REYDB-FIELD-TYPES.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE ZERO TO LS-REYDB-FIELD-COUNT.
                                     LS-DICT-OFFSET
                                     LS-DICT-LENGTH.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE ZERO TO LS-DICT-OFFSET LS-DICT-LENGTH.
                                        LS-DICT-OFFSET
                                        LS-DICT-LENGTH.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE ZERO TO LS-DICT-OFFSET LS-DICT-LENGTH.
                                      LS-DICT-OFFSET
                                      LS-DICT-LENGTH.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE ZERO TO LS-DICT-OFFSET LS-DICT-LENGTH.
       ENTRY "REYDB_DICT_SNAPSHOT" USING LS-REYDB-DATABASE-NAME
                                         LS-DICT-VERSION.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-DICT-VERSION EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
                      MOVE FS-DICT-OFFSET     TO FS-DICTVER-OFFSET
                      MOVE FS-DICT-LENGTH     TO FS-DICTVER-LENGTH
                      MOVE FS-DICT-TYPE       TO FS-DICTVER-TYPE
                      MOVE FS-DICT-SIGN       TO FS-DICTVER-SIGN
                      MOVE FS-DICT-SCALE      TO FS-DICTVER-SCALE
                      MOVE FS-DICT-SENSITIVE
                        TO FS-DICTVER-SENSITIVE
                      MOVE FS-DICT-CCY-SEQ    TO FS-DICTVER-CCY-SEQ
                      MOVE FS-DICT-DATE-SEQ   TO FS-DICTVER-DATE-SEQ

                      WRITE FS-DICTVER-RECORD
                      INVALID KEY *> Re-frozen - refresh it
                                       LS-REYDB-FIELD-NAMES
                                       LS-REYDB-FIELD-TYPES.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE ZERO TO LS-REYDB-FIELD-COUNT.
       ENTRY "REYDB_DICT_STAMP" USING LS-REYDB-DATABASE-NAME
                                      LS-DICT-VERSION.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-LAYOUTVER.
       ENTRY "REYDB_DICT_GETSTAMP" USING LS-REYDB-DATABASE-NAME
                                         LS-DICT-VERSION.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE 1 TO LS-DICT-VERSION.
           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Eleventh entry point - gives an already-defined numeric    ***
      *** field its sign position and implied decimal places. The    ***
      *** decimals have to fit inside the field's digits - a         ***
      *** separate sign byte is not a digit.                         ***
      ******************************************************************
       ENTRY "REYDB_DICT_NUMERIC" USING LS-REYDB-DATABASE-NAME
                                        LS-DICT-SEQ
                                        LS-DICT-SIGN
                                        LS-DICT-SCALE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-DICT-SIGN NOT EQUAL SPACE
              AND LS-DICT-SIGN NOT EQUAL 'L'
              AND LS-DICT-SIGN NOT EQUAL 'T'
              AND LS-DICT-SIGN NOT EQUAL 'O'
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-DICT.

           IF WS-DICT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-DICT-RESOLVED-NAME TO FS-DICT-DATABASE.
           MOVE LS-DICT-SEQ           TO FS-DICT-SEQ.

           READ FC-DICT KEY IS FS-DICT-KEY

           INVALID KEY

               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY

               MOVE FS-DICT-LENGTH TO WS-DICT-DIGITS

               IF LS-DICT-SIGN EQUAL 'L'
               OR LS-DICT-SIGN EQUAL 'T'
                  SUBTRACT 1 FROM WS-DICT-DIGITS
               END-IF

               IF WS-DICT-DIGITS EQUAL ZERO
               OR LS-DICT-SCALE GREATER THAN WS-DICT-DIGITS
                  MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
               ELSE
                  MOVE LS-DICT-SIGN  TO FS-DICT-SIGN
                  MOVE LS-DICT-SCALE TO FS-DICT-SCALE

                  REWRITE FS-DICT-RECORD

                  INVALID KEY
                      MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

                  NOT INVALID KEY
                      MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

                  END-REWRITE
               END-IF

           END-READ.

           CLOSE FC-DICT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Twelfth entry point - the sign position and decimals of    ***
      *** whichever field occupies an offset/length slice, for the   ***
      *** programs that are handed slices rather than field names.   ***
      *** An undescribed slice answers NOT-FOUND with unsigned whole ***
      *** digits - exactly how those programs always read it.        ***
      ******************************************************************
       ENTRY "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                       LS-DICT-OFFSET
                                       LS-DICT-LENGTH
                                       LS-DICT-SIGN
                                       LS-DICT-SCALE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE SPACE TO LS-DICT-SIGN.
           MOVE ZERO  TO LS-DICT-SCALE.

           OPEN INPUT FC-DICT.

           IF WS-DICT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-DICT-RESOLVED-NAME TO FS-DICT-DATABASE.
           MOVE ZERO                  TO FS-DICT-SEQ.

           START FC-DICT KEY IS GREATER THAN FS-DICT-KEY

           INVALID KEY

               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
               CLOSE FC-DICT
               GOBACK

           END-START.

           MOVE 'N' TO WS-DICT-EOF.
           MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT.

           PERFORM UNTIL WS-DICT-EOF EQUAL 'S'

               READ FC-DICT NEXT RECORD

               AT END
                   MOVE 'S' TO WS-DICT-EOF

               NOT AT END
                   IF FS-DICT-DATABASE NOT EQUAL WS-DICT-RESOLVED-NAME
                      MOVE 'S' TO WS-DICT-EOF
                   ELSE
                      IF FS-DICT-OFFSET EQUAL LS-DICT-OFFSET
                         AND FS-DICT-LENGTH EQUAL LS-DICT-LENGTH
                         MOVE FS-DICT-SIGN  TO LS-DICT-SIGN
                         MOVE FS-DICT-SCALE TO LS-DICT-SCALE
                         MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
                         MOVE 'S' TO WS-DICT-EOF
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-DICT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Thirteenth entry point - flags an already-defined field    ***
      *** sensitive ('Y') or clears the flag (SPACE). Only a field   ***
      *** of 4 to 32 bytes can be flagged. A sensitive field's real  ***
      *** value is kept only in the token vault from                 ***
      *** the next REYDB_ADD/REYDB_REWRITE of each row onward - rows ***
      *** already on file keep what they hold until rewritten.       ***
      ******************************************************************
       ENTRY "REYDB_DICT_SENSITIVE" USING LS-REYDB-DATABASE-NAME
                                          LS-DICT-SEQ
                                          LS-DICT-SENSITIVE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-DICT-SENSITIVE NOT EQUAL SPACE
              AND LS-DICT-SENSITIVE NOT EQUAL 'Y'
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-DICT.

           IF WS-DICT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-DICT-RESOLVED-NAME TO FS-DICT-DATABASE.
           MOVE LS-DICT-SEQ           TO FS-DICT-SEQ.

           READ FC-DICT KEY IS FS-DICT-KEY

           INVALID KEY

               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY

      *** A token is '#' and at least three digits, and the vault
      *** holds values of up to 32 bytes.
               IF LS-DICT-SENSITIVE EQUAL 'Y'
                  AND (FS-DICT-LENGTH LESS THAN 4
                       OR FS-DICT-LENGTH GREATER THAN 32)
                  MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
               ELSE
                  MOVE LS-DICT-SENSITIVE TO FS-DICT-SENSITIVE

                  REWRITE FS-DICT-RECORD

                  INVALID KEY
                      MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

                  NOT INVALID KEY
                      MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

                  END-REWRITE
               END-IF

           END-READ.

           CLOSE FC-DICT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourteenth entry point - declares where a mixed file keeps ***
      *** each row's record-type value: a 1 to 8 byte slice of the   ***
      *** content, filed as the database's field-number 00 row.      ***
      *** REYDB_DICT_DROP of field 00 withdraws it. A qualified type ***
      *** name cannot carry a discriminator of its own.              ***
      ******************************************************************
       ENTRY "REYDB_DICT_RECTYPE" USING LS-REYDB-DATABASE-NAME
                                        LS-DICT-OFFSET
                                        LS-DICT-LENGTH.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-DICT-LENGTH EQUAL ZERO
           OR LS-DICT-LENGTH GREATER THAN 8
           OR LS-DICT-OFFSET EQUAL ZERO
           OR LS-DICT-OFFSET + LS-DICT-LENGTH - 1 GREATER THAN 471
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE ZERO TO WS-DICT-TALLY.
           INSPECT WS-DICT-RESOLVED-NAME TALLYING WS-DICT-TALLY
               FOR ALL "@".

           IF WS-DICT-TALLY NOT EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-DICT.

           IF WS-DICT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-DICT
              CLOSE FC-DICT
              OPEN I-O FC-DICT
           END-IF.

           MOVE WS-DICT-RESOLVED-NAME TO FS-DICT-DATABASE.
           MOVE ZERO                  TO FS-DICT-SEQ.
           MOVE "*RECTYPE"            TO FS-DICT-FIELD-NAME.
           MOVE LS-DICT-OFFSET        TO FS-DICT-OFFSET.
           MOVE LS-DICT-LENGTH        TO FS-DICT-LENGTH.
           MOVE 'R'                   TO FS-DICT-TYPE.
           MOVE SPACE                 TO FS-DICT-SIGN.
           MOVE ZERO                  TO FS-DICT-SCALE.
           MOVE SPACE                 TO FS-DICT-SENSITIVE.
           MOVE ZERO                  TO FS-DICT-CCY-SEQ.
           MOVE ZERO                  TO FS-DICT-DATE-SEQ.

           WRITE FS-DICT-RECORD

           INVALID KEY *> Discriminator moved - refresh it

               REWRITE FS-DICT-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-DICT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifteenth entry point - the name one record type's layout  ***
      *** is filed under, "<db>@<value>". Hand it to                 ***
      *** REYDB_DICT_DEFINE, _DROP, _NUMERIC or _SENSITIVE to keep   ***
      *** that type's fields. A blank value, or a name that will not ***
      *** fit in 64 bytes, is a VALIDATION-FAIL.                     ***
      ******************************************************************
       ENTRY "REYDB_DICT_TYPENAME" USING LS-REYDB-DATABASE-NAME
                                         LS-DICT-RECTYPE-VALUE
                                         LS-DICT-QUALIFIED-NAME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE TO LS-DICT-QUALIFIED-NAME.

           IF LS-DICT-RECTYPE-VALUE EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 0200-NAME-LENGTH THRU 0200-NAME-LENGTH-EXIT.

           MOVE 8 TO WS-DICT-VALUE-LEN.

           PERFORM UNTIL WS-DICT-VALUE-LEN EQUAL ZERO
                      OR LS-DICT-RECTYPE-VALUE (WS-DICT-VALUE-LEN:1)
                         NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-DICT-VALUE-LEN
           END-PERFORM.

           IF WS-DICT-NAME-LEN + 1 + WS-DICT-VALUE-LEN GREATER THAN 64
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           STRING WS-DICT-RESOLVED-NAME (1:WS-DICT-NAME-LEN)
                      DELIMITED BY SIZE
                  "@" DELIMITED BY SIZE
                  LS-DICT-RECTYPE-VALUE (1:WS-DICT-VALUE-LEN)
                      DELIMITED BY SIZE
             INTO LS-DICT-QUALIFIED-NAME
           END-STRING.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixteenth entry point - a database's record types in one   ***
      *** table: the discriminator slice, the base layout, and every ***
      *** type value with a layout filed under its qualified name    ***
      *** (the first ten, in value order). NOT-FOUND when no         ***
      *** discriminator is declared - the caller reads every row by  ***
      *** the one layout, as before.                                 ***
      ******************************************************************
       ENTRY "REYDB_DICT_RECTYPES" USING LS-REYDB-DATABASE-NAME
                                         LS-RECTYPE-TABLE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE ZERO TO LS-RECTYPE-OFFSET LS-RECTYPE-LENGTH
                        LS-RECTYPE-COUNT LS-RECTYPE-BASE-COUNT.

           OPEN INPUT FC-DICT.

           IF WS-DICT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-DICT-RESOLVED-NAME TO FS-DICT-DATABASE.
           MOVE ZERO                  TO FS-DICT-SEQ.

           READ FC-DICT KEY IS FS-DICT-KEY

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
               CLOSE FC-DICT
               GOBACK

           END-READ.

           MOVE FS-DICT-OFFSET TO LS-RECTYPE-OFFSET.
           MOVE FS-DICT-LENGTH TO LS-RECTYPE-LENGTH.

      *** The base layout - the rows after field 00 under the plain
      *** name.
           MOVE 'N' TO WS-DICT-EOF.

           PERFORM UNTIL WS-DICT-EOF EQUAL 'S'

               READ FC-DICT NEXT RECORD

               AT END
                   MOVE 'S' TO WS-DICT-EOF

               NOT AT END
                   IF FS-DICT-DATABASE NOT EQUAL WS-DICT-RESOLVED-NAME
                      MOVE 'S' TO WS-DICT-EOF
                   ELSE
                      IF LS-RECTYPE-BASE-COUNT LESS THAN 20
                         ADD 1 TO LS-RECTYPE-BASE-COUNT
                         MOVE LS-RECTYPE-BASE-COUNT TO WS-DICT-IDX
                         MOVE FS-DICT-OFFSET
                           TO LS-RECTYPE-BASE-OFFSET (WS-DICT-IDX)
                         MOVE FS-DICT-LENGTH
                           TO LS-RECTYPE-BASE-LENGTH (WS-DICT-IDX)
                         MOVE FS-DICT-FIELD-NAME
                           TO LS-RECTYPE-BASE-NAME   (WS-DICT-IDX)
                         MOVE FS-DICT-TYPE
                           TO LS-RECTYPE-BASE-TYPE   (WS-DICT-IDX)
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

      *** The type layouts - every qualified name "<db>@..." sorts
      *** together just past "<db>@" itself.
           PERFORM 0200-NAME-LENGTH THRU 0200-NAME-LENGTH-EXIT.

           MOVE SPACE TO WS-DICT-PREFIX.
           STRING WS-DICT-RESOLVED-NAME (1:WS-DICT-NAME-LEN)
                      DELIMITED BY SIZE
                  "@" DELIMITED BY SIZE
             INTO WS-DICT-PREFIX
           END-STRING.

           COMPUTE WS-DICT-PREFIX-LEN = WS-DICT-NAME-LEN + 1.

           MOVE WS-DICT-PREFIX TO FS-DICT-DATABASE.
           MOVE ZERO           TO FS-DICT-SEQ.
           MOVE 'N'            TO WS-DICT-EOF.

           START FC-DICT KEY IS GREATER THAN FS-DICT-KEY

           INVALID KEY
               MOVE 'S' TO WS-DICT-EOF

           END-START.

           MOVE ZERO TO WS-DICT-TYPE-IDX.

           PERFORM UNTIL WS-DICT-EOF EQUAL 'S'

               READ FC-DICT NEXT RECORD

               AT END
                   MOVE 'S' TO WS-DICT-EOF

               NOT AT END
                   IF FS-DICT-DATABASE (1:WS-DICT-PREFIX-LEN)
                      NOT EQUAL WS-DICT-PREFIX (1:WS-DICT-PREFIX-LEN)
                      MOVE 'S' TO WS-DICT-EOF
                   ELSE
                      PERFORM 0300-FILE-TYPE-FIELD
                         THRU 0300-FILE-TYPE-FIELD-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-DICT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Seventeenth entry point - one row's layout, picked from a  ***
      *** REYDB_DICT_RECTYPES table by the row's own type value and  ***
      *** handed back in the REYDB_DICT_GET shape. A value with no   ***
      *** layout of its own hands back the base layout and answers   ***
      *** NOT-FOUND; a table with no discriminator hands back the    ***
      *** base layout and answers SUCCESS. No file is read.          ***
      ******************************************************************
       ENTRY "REYDB_DICT_PICK" USING LS-RECTYPE-TABLE
                                     LS-DICT-CONTENT
                                     LS-REYDB-FIELD-COUNT
                                     LS-REYDB-LAYOUT
                                     LS-REYDB-FIELD-NAMES
                                     LS-REYDB-FIELD-TYPES.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-DICT-TYPE-IDX.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           IF LS-RECTYPE-LENGTH GREATER THAN ZERO
              MOVE SPACE TO WS-DICT-ROW-VALUE
              MOVE LS-DICT-CONTENT
                   (LS-RECTYPE-OFFSET : LS-RECTYPE-LENGTH)
                TO WS-DICT-ROW-VALUE (1 : LS-RECTYPE-LENGTH)
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              PERFORM VARYING WS-DICT-SLOT FROM 1 BY 1
                        UNTIL WS-DICT-SLOT GREATER THAN LS-RECTYPE-COUNT
                  IF LS-RECTYPE-VALUE (WS-DICT-SLOT)
                     EQUAL WS-DICT-ROW-VALUE
                     MOVE WS-DICT-SLOT TO WS-DICT-TYPE-IDX
                     MOVE LS-RECTYPE-COUNT TO WS-DICT-SLOT
                  END-IF
              END-PERFORM
           END-IF.

           IF WS-DICT-TYPE-IDX EQUAL ZERO
              MOVE LS-RECTYPE-BASE-COUNT TO LS-REYDB-FIELD-COUNT
              PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
                        UNTIL WS-DICT-IDX GREATER THAN 20
                  MOVE LS-RECTYPE-BASE-OFFSET (WS-DICT-IDX)
                    TO LS-REYDB-FIELD-OFFSET (WS-DICT-IDX)
                  MOVE LS-RECTYPE-BASE-LENGTH (WS-DICT-IDX)
                    TO LS-REYDB-FIELD-LENGTH (WS-DICT-IDX)
                  MOVE LS-RECTYPE-BASE-NAME (WS-DICT-IDX)
                    TO LS-REYDB-FIELD-NAME (WS-DICT-IDX)
                  MOVE LS-RECTYPE-BASE-TYPE (WS-DICT-IDX)
                    TO LS-REYDB-FIELD-TYPE (WS-DICT-IDX)
              END-PERFORM
              GOBACK
           END-IF.

           MOVE LS-RECTYPE-FIELD-COUNT (WS-DICT-TYPE-IDX)
             TO LS-REYDB-FIELD-COUNT.

           PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
                     UNTIL WS-DICT-IDX GREATER THAN 20
               MOVE LS-RECTYPE-FIELD-OFFSET (WS-DICT-TYPE-IDX
                                             WS-DICT-IDX)
                 TO LS-REYDB-FIELD-OFFSET (WS-DICT-IDX)
               MOVE LS-RECTYPE-FIELD-LENGTH (WS-DICT-TYPE-IDX
                                             WS-DICT-IDX)
                 TO LS-REYDB-FIELD-LENGTH (WS-DICT-IDX)
               MOVE LS-RECTYPE-FIELD-NAME (WS-DICT-TYPE-IDX
                                           WS-DICT-IDX)
                 TO LS-REYDB-FIELD-NAME (WS-DICT-IDX)
               MOVE LS-RECTYPE-FIELD-TYPE (WS-DICT-TYPE-IDX
                                           WS-DICT-IDX)
                 TO LS-REYDB-FIELD-TYPE (WS-DICT-IDX)
           END-PERFORM.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Eighteenth entry point - pairs an already-defined amount   ***
      *** or numeric field with the 3-byte field carrying each row's ***
      *** currency code and, optionally, the 8-byte CCYYMMDD field   ***
      *** carrying the row's own date. A zero currency field clears  ***
      *** the pairing.                                               ***
      ******************************************************************
       ENTRY "REYDB_DICT_CURRENCY" USING LS-REYDB-DATABASE-NAME
                                         LS-DICT-SEQ
                                         LS-DICT-CCY-SEQ
                                         LS-DICT-DATE-SEQ.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-DICT-SEQ EQUAL ZERO
           OR LS-DICT-SEQ GREATER THAN 20
           OR LS-DICT-CCY-SEQ GREATER THAN 20
           OR LS-DICT-DATE-SEQ GREATER THAN 20
           OR LS-DICT-CCY-SEQ EQUAL LS-DICT-SEQ
           OR LS-DICT-DATE-SEQ EQUAL LS-DICT-SEQ
           OR (LS-DICT-DATE-SEQ NOT EQUAL ZERO
               AND LS-DICT-DATE-SEQ EQUAL LS-DICT-CCY-SEQ)
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-DICT.

           IF WS-DICT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** The fields named have to be defined, and be a currency
      *** code's three bytes and a CCYYMMDD date's eight.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           IF LS-DICT-CCY-SEQ NOT EQUAL ZERO
              MOVE LS-DICT-CCY-SEQ TO WS-DICT-PAIR-SEQ
              MOVE 3               TO WS-DICT-PAIR-LENGTH
              PERFORM 0400-CHECK-PAIRED-FIELD
                 THRU 0400-CHECK-PAIRED-FIELD-EXIT
           END-IF.

           IF LS-DICT-CCY-SEQ NOT EQUAL ZERO
              AND LS-DICT-DATE-SEQ NOT EQUAL ZERO
              AND LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
              MOVE LS-DICT-DATE-SEQ TO WS-DICT-PAIR-SEQ
              MOVE 8                TO WS-DICT-PAIR-LENGTH
              PERFORM 0400-CHECK-PAIRED-FIELD
                 THRU 0400-CHECK-PAIRED-FIELD-EXIT
           END-IF.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              CLOSE FC-DICT
              GOBACK
           END-IF.

           MOVE WS-DICT-RESOLVED-NAME TO FS-DICT-DATABASE.
           MOVE LS-DICT-SEQ           TO FS-DICT-SEQ.

           READ FC-DICT KEY IS FS-DICT-KEY

           INVALID KEY

               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY

               IF FS-DICT-TYPE NOT EQUAL 'A'
                  AND FS-DICT-TYPE NOT EQUAL 'N'
                  MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
               ELSE
                  IF LS-DICT-CCY-SEQ EQUAL ZERO
                     MOVE ZERO TO FS-DICT-CCY-SEQ
                     MOVE ZERO TO FS-DICT-DATE-SEQ
                  ELSE
                     MOVE LS-DICT-CCY-SEQ  TO FS-DICT-CCY-SEQ
                     MOVE LS-DICT-DATE-SEQ TO FS-DICT-DATE-SEQ
                  END-IF

                  REWRITE FS-DICT-RECORD

                  INVALID KEY
                      MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

                  NOT INVALID KEY
                      MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

                  END-REWRITE
               END-IF

           END-READ.

           CLOSE FC-DICT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Nineteenth entry point - the currency code and row date    ***
      *** slices paired with whichever field occupies an amount      ***
      *** slice. An unpaired slice answers NOT-FOUND with zeros - a  ***
      *** single-currency field, totalled as it always was.          ***
      ******************************************************************
       ENTRY "REYDB_DICT_CCYFMT" USING LS-REYDB-DATABASE-NAME
                                       LS-DICT-OFFSET
                                       LS-DICT-LENGTH
                                       LS-DICT-CCY-OFFSET
                                       LS-DICT-CCY-LENGTH
                                       LS-DICT-DATE-OFFSET
                                       LS-DICT-DATE-LENGTH.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE ZERO TO LS-DICT-CCY-OFFSET
                        LS-DICT-CCY-LENGTH
                        LS-DICT-DATE-OFFSET
                        LS-DICT-DATE-LENGTH.

           OPEN INPUT FC-DICT.

           IF WS-DICT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-DICT-RESOLVED-NAME TO FS-DICT-DATABASE.
           MOVE ZERO                  TO FS-DICT-SEQ.

           START FC-DICT KEY IS GREATER THAN FS-DICT-KEY

           INVALID KEY

               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
               CLOSE FC-DICT
               GOBACK

           END-START.

           MOVE 'N'  TO WS-DICT-EOF.
           MOVE ZERO TO WS-DICT-PAIR-SEQ.
           MOVE ZERO TO WS-DICT-PAIR-DATE-SEQ.

           PERFORM UNTIL WS-DICT-EOF EQUAL 'S'

               READ FC-DICT NEXT RECORD

               AT END
                   MOVE 'S' TO WS-DICT-EOF

               NOT AT END
                   IF FS-DICT-DATABASE NOT EQUAL WS-DICT-RESOLVED-NAME
                      MOVE 'S' TO WS-DICT-EOF
                   ELSE
                      IF FS-DICT-OFFSET EQUAL LS-DICT-OFFSET
                         AND FS-DICT-LENGTH EQUAL LS-DICT-LENGTH
                         MOVE FS-DICT-CCY-SEQ  TO WS-DICT-PAIR-SEQ
                         MOVE FS-DICT-DATE-SEQ
                           TO WS-DICT-PAIR-DATE-SEQ
                         MOVE 'S' TO WS-DICT-EOF
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT.

      *** The paired fields, read straight off their own rows.
           IF WS-DICT-PAIR-SEQ NOT EQUAL ZERO

              MOVE WS-DICT-RESOLVED-NAME TO FS-DICT-DATABASE
              MOVE WS-DICT-PAIR-SEQ      TO FS-DICT-SEQ

              READ FC-DICT KEY IS FS-DICT-KEY
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE FS-DICT-OFFSET   TO LS-DICT-CCY-OFFSET
                  MOVE FS-DICT-LENGTH   TO LS-DICT-CCY-LENGTH
                  MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              END-READ

           END-IF.

           IF LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
              AND WS-DICT-PAIR-DATE-SEQ NOT EQUAL ZERO

              MOVE WS-DICT-RESOLVED-NAME TO FS-DICT-DATABASE
              MOVE WS-DICT-PAIR-DATE-SEQ TO FS-DICT-SEQ

              READ FC-DICT KEY IS FS-DICT-KEY
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE FS-DICT-OFFSET TO LS-DICT-DATE-OFFSET
                  MOVE FS-DICT-LENGTH TO LS-DICT-DATE-LENGTH
              END-READ

           END-IF.

           CLOSE FC-DICT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once, so   ***
      *** every entry point files and finds rows under one spelling. ***
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** How many bytes of the resolved name are used - database    ***
      *** names carry no blanks.                                     ***
      ******************************************************************
       0200-NAME-LENGTH.

           MOVE 64 TO WS-DICT-NAME-LEN.

           PERFORM UNTIL WS-DICT-NAME-LEN EQUAL ZERO
                      OR WS-DICT-RESOLVED-NAME (WS-DICT-NAME-LEN:1)
                         NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-DICT-NAME-LEN
           END-PERFORM.

       0200-NAME-LENGTH-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Files one type-layout row into the RECTYPES table - a      ***
      *** fresh qualified name opens the next type slot; past the    ***
      *** tenth type the rest are left out.                          ***
      ******************************************************************
       0300-FILE-TYPE-FIELD.

           MOVE SPACE TO WS-DICT-ROW-VALUE.
           MOVE FS-DICT-DATABASE (WS-DICT-PREFIX-LEN + 1 : 8)
             TO WS-DICT-ROW-VALUE.

           IF WS-DICT-TYPE-IDX EQUAL ZERO
           OR WS-DICT-ROW-VALUE
              NOT EQUAL LS-RECTYPE-VALUE (WS-DICT-TYPE-IDX)
              IF WS-DICT-TYPE-IDX NOT LESS THAN 10
                 MOVE 'S' TO WS-DICT-EOF
                 GO TO 0300-FILE-TYPE-FIELD-EXIT
              END-IF
              ADD 1 TO WS-DICT-TYPE-IDX
              MOVE WS-DICT-TYPE-IDX  TO LS-RECTYPE-COUNT
              MOVE WS-DICT-ROW-VALUE
                TO LS-RECTYPE-VALUE (WS-DICT-TYPE-IDX)
              MOVE ZERO TO LS-RECTYPE-FIELD-COUNT (WS-DICT-TYPE-IDX)
           END-IF.

           IF FS-DICT-SEQ EQUAL ZERO
           OR LS-RECTYPE-FIELD-COUNT (WS-DICT-TYPE-IDX) NOT LESS THAN 20
              GO TO 0300-FILE-TYPE-FIELD-EXIT
           END-IF.

           ADD 1 TO LS-RECTYPE-FIELD-COUNT (WS-DICT-TYPE-IDX).
           MOVE LS-RECTYPE-FIELD-COUNT (WS-DICT-TYPE-IDX)
             TO WS-DICT-IDX.

           MOVE FS-DICT-OFFSET
             TO LS-RECTYPE-FIELD-OFFSET (WS-DICT-TYPE-IDX WS-DICT-IDX).
           MOVE FS-DICT-LENGTH
             TO LS-RECTYPE-FIELD-LENGTH (WS-DICT-TYPE-IDX WS-DICT-IDX).
           MOVE FS-DICT-FIELD-NAME
             TO LS-RECTYPE-FIELD-NAME (WS-DICT-TYPE-IDX WS-DICT-IDX).
           MOVE FS-DICT-TYPE
             TO LS-RECTYPE-FIELD-TYPE (WS-DICT-TYPE-IDX WS-DICT-IDX).

       0300-FILE-TYPE-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One field a currency pairing names - it has to be defined  ***
      *** under the database and be exactly the length its kind of   ***
      *** value takes.                                               ***
      ******************************************************************
       0400-CHECK-PAIRED-FIELD.

           MOVE WS-DICT-RESOLVED-NAME TO FS-DICT-DATABASE.
           MOVE WS-DICT-PAIR-SEQ      TO FS-DICT-SEQ.

           READ FC-DICT KEY IS FS-DICT-KEY

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY
               IF FS-DICT-LENGTH NOT EQUAL WS-DICT-PAIR-LENGTH
                  MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
               END-IF

           END-READ.

       0400-CHECK-PAIRED-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-DICT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DICTVER-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-LAYOUTVER-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
