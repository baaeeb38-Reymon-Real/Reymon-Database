      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    token.cbl          ***
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
       PROGRAM-ID. REYDB_TOKENIZE IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** The token vault - REYDB_ENCRYPT protects a row at rest,    ***
      *** but once read every program and every extract sees the    ***
      *** plain account number. A field flagged sensitive in the     ***
      *** dictionary (REYDB_DICT_SENSITIVE) never reaches the row at ***
      *** all: REYDB_TOKENIZE, called by REYDB_ADD, REYDB_REWRITE,   ***
      *** REYDB_UPDATE and REYDB_ADD_MANY just before the write,     ***
      *** files the real value in tokenvault.dat and puts a          ***
      *** surrogate token ('#' and digits, the field's own width)    ***
      *** in its place. The same value always gets the same token,   ***
      *** so matching and counting still work on tokens.             ***
      ***                                                            ***
      *** REYDB_DETOKENIZE hands the real value back - only to a     ***
      *** signed-on user holding a detokenize grant on the database  ***
      *** (REYDB_TOKEN_GRANT / REYDB_TOKEN_REVOKE, admin work), and  ***
      *** every attempt, granted or not, is logged to detoken.log.   ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-dict.cpy".
       COPY "file/control/reydb-token.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-dict.cpy".
       COPY "file/section/reydb-token.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_TOKENIZE".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-token.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-TOKEN-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Stamp pieces for a vault row, a grant or a log line.
       77 WS-TOKEN-DATE PIC 9(08) VALUE ZERO.
       77 WS-TOKEN-TIME PIC 9(08) VALUE ZERO.

      *** Filled by the CALL to REYDB_WHOAMI - who is issuing,
      *** granting or asking.
       77 WS-TOKEN-USER          PIC X(08) VALUE SPACE.
       77 WS-REYDB-RESULT-WHOAMI PIC 9(18) VALUE ZERO.

      *** Access level REYDB_AUTHCHECK demands - deciding who may
      *** see real values is admin work.
       77 WS-AUTH-LEVEL-ADMIN  PIC X(01) VALUE 'A'.
       77 WS-REYDB-RESULT-AUTH PIC 9(18) VALUE ZERO.

      *** The database's sensitive fields, picked off the dictionary
      *** once per call.
       01 WS-TOKEN-FIELDS.
          02 WS-TOKEN-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
          02 WS-TOKEN-FIELD OCCURS 20 TIMES.
             03 WS-TOKEN-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-TOKEN-FIELD-LENGTH PIC 9(04) COMP-5.

       77 WS-TOKEN-IDX PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-TOKEN-EOF PIC X(01) VALUE 'N'.

      *** The field being worked - its slice, the digits its token
      *** carries after the '#', and how many of those come from
      *** the sequence number (the rest are leading zeros).
       77 WS-TOKEN-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TOKEN-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TOKEN-DIGITS PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TOKEN-WIDE   PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-TOKEN-VALUE PIC X(32) VALUE SPACE.
       77 WS-TOKEN-TEXT  PIC X(32) VALUE SPACE.

      *** Next sequence number, and as digits for the token.
       77 WS-TOKEN-SEQ      PIC 9(15) COMP-5 VALUE ZERO.
       77 WS-TOKEN-SEQ-TEXT PIC 9(15) VALUE ZERO.

       77 WS-TOKEN-FOUND   PIC X(01) VALUE 'N'.
       77 WS-TOKEN-OUTCOME PIC X(08) VALUE SPACE.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The row's content, tokenized in place.
       77 LS-TOKEN-CONTENT PIC X(471) VALUE SPACE.

      *** The user a detokenize grant is given to or taken from.
       77 LS-TOKEN-USER PIC X(08) VALUE SPACE.

      *** A token being resolved, and the real value it stands for.
       77 LS-TOKEN-TOKEN PIC X(32) VALUE SPACE.
       77 LS-TOKEN-VALUE PIC X(32) VALUE SPACE.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NO-SPACE        VALUE 16.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - swaps every sensitive field of one   ***
      *** row's content for its token. A field already holding a     ***
      *** token the vault issued (a row read back and rewritten) is  ***
      *** left alone; a blank field has nothing to hide. Anything    ***
      *** but SUCCESS means the writer must not write the row.       ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-TOKEN-CONTENT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           PERFORM 0200-LOAD-SENSITIVE THRU 0200-LOAD-SENSITIVE-EXIT.

      *** Nothing flagged - the row goes down exactly as handed in.
           IF WS-TOKEN-FIELD-COUNT EQUAL ZERO
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-VAULT.

      *** First token ever - tokenvault.dat does not exist yet.
           IF WS-VAULT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-VAULT
              CLOSE FC-VAULT
              OPEN I-O FC-VAULT
           END-IF.

           IF WS-VAULT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           ACCEPT WS-TOKEN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TOKEN-TIME FROM TIME.

           CALL "REYDB_WHOAMI" USING WS-TOKEN-USER
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 1000-TOKENIZE-FIELD THRU 1000-TOKENIZE-FIELD-EXIT
               VARYING WS-TOKEN-IDX FROM 1 BY 1
                 UNTIL WS-TOKEN-IDX GREATER THAN WS-TOKEN-FIELD-COUNT
                    OR LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS.

           CLOSE FC-VAULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - resolves one token to its real value. ***
      *** The caller must be signed on and hold a detokenize grant   ***
      *** on the database; the attempt is logged either way, and if  ***
      *** the log line cannot be written the value is not handed    ***
      *** back - an unlogged look is the one thing not allowed.      ***
      ******************************************************************
       ENTRY "REYDB_DETOKENIZE" USING LS-REYDB-DATABASE-NAME
                                      LS-TOKEN-TOKEN
                                      LS-TOKEN-VALUE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE SPACE TO LS-TOKEN-VALUE WS-TOKEN-VALUE.

           ACCEPT WS-TOKEN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TOKEN-TIME FROM TIME.

           CALL "REYDB_WHOAMI" USING WS-TOKEN-USER
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

           PERFORM 2000-RESOLVE-TOKEN THRU 2000-RESOLVE-TOKEN-EXIT.

           PERFORM 2100-LOG-ATTEMPT THRU 2100-LOG-ATTEMPT-EXIT.

      *** A refused attempt is a security event as well as a log line.
           IF WS-TOKEN-OUTCOME EQUAL "REFUSED"
              CALL "REYDB_SECURITY_NOTE" USING WS-TOKEN-USER
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-DETOKENIZE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
           END-IF.

           IF LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
              MOVE WS-TOKEN-VALUE TO LS-TOKEN-VALUE
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - grants (or refreshes) one user's right ***
      *** to detokenize a database's fields. Self-creates            ***
      *** tokgrant.dat, the same way REYDB_GRANT self-creates the    ***
      *** access list.                                               ***
      ******************************************************************
       ENTRY "REYDB_TOKEN_GRANT" USING LS-REYDB-DATABASE-NAME
                                       LS-TOKEN-USER.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-TOKEN-USER EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** Who may see real values is decided by an administrator.
           CALL "REYDB_AUTHCHECK" USING LS-REYDB-DATABASE-NAME
                                        WS-AUTH-LEVEL-ADMIN
               RETURNING WS-REYDB-RESULT-AUTH
           END-CALL.

           IF WS-REYDB-RESULT-AUTH NOT EQUAL WS-REYDB-SUCCESS
              IF WS-REYDB-RESULT-AUTH EQUAL WS-REYDB-NOT-AUTHORIZED
                 CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                                  WS-SECJRNL-PROGRAM
                                                  LS-REYDB-DATABASE-NAME
                                                  WS-SECJRNL-NO-KEY
                                                  WS-SECJRNL-ACCESS
                     RETURNING WS-REYDB-RESULT-SECJRNL
                 END-CALL
              END-IF
              MOVE WS-REYDB-RESULT-AUTH TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-TOKGRANT.

           IF WS-TOKGRANT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-TOKGRANT
              CLOSE FC-TOKGRANT
              OPEN I-O FC-TOKGRANT
           END-IF.

           ACCEPT WS-TOKEN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TOKEN-TIME FROM TIME.

           CALL "REYDB_WHOAMI" USING WS-TOKEN-USER
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

           MOVE WS-TOKEN-RESOLVED-NAME TO FS-TOKGRANT-DATABASE.
           MOVE LS-TOKEN-USER          TO FS-TOKGRANT-USER.
           MOVE WS-TOKEN-USER          TO FS-TOKGRANT-BY.
           MOVE WS-TOKEN-DATE          TO FS-TOKGRANT-TIMESTAMP (1:8).
           MOVE WS-TOKEN-TIME          TO FS-TOKGRANT-TIMESTAMP (9:8).

           WRITE FS-TOKGRANT-RECORD

           INVALID KEY *> Already granted - refresh who and when

               REWRITE FS-TOKGRANT-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-TOKGRANT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - takes one user's detokenize right     ***
      *** back off.                                                  ***
      ******************************************************************
       ENTRY "REYDB_TOKEN_REVOKE" USING LS-REYDB-DATABASE-NAME
                                        LS-TOKEN-USER.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           CALL "REYDB_AUTHCHECK" USING LS-REYDB-DATABASE-NAME
                                        WS-AUTH-LEVEL-ADMIN
               RETURNING WS-REYDB-RESULT-AUTH
           END-CALL.

           IF WS-REYDB-RESULT-AUTH NOT EQUAL WS-REYDB-SUCCESS
              IF WS-REYDB-RESULT-AUTH EQUAL WS-REYDB-NOT-AUTHORIZED
                 CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                                  WS-SECJRNL-PROGRAM
                                                  LS-REYDB-DATABASE-NAME
                                                  WS-SECJRNL-NO-KEY
                                                  WS-SECJRNL-ACCESS
                     RETURNING WS-REYDB-RESULT-SECJRNL
                 END-CALL
              END-IF
              MOVE WS-REYDB-RESULT-AUTH TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-TOKGRANT.

           IF WS-TOKGRANT-FILE-STATUS EQUAL "35"
      *** No grants file - nothing was granted, nothing to take back.
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-TOKEN-RESOLVED-NAME TO FS-TOKGRANT-DATABASE.
           MOVE LS-TOKEN-USER          TO FS-TOKGRANT-USER.

           DELETE FC-TOKGRANT RECORD

           INVALID KEY *> Was never granted - not an error
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-TOKGRANT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once, so   ***
      *** every entry point files and finds rows under one spelling. ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-TOKEN-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-TOKEN-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Picks the database's sensitive fields off the dictionary - ***
      *** no dictionary, or nothing flagged, leaves the count zero.  ***
      ******************************************************************
       0200-LOAD-SENSITIVE.

           MOVE ZERO TO WS-TOKEN-FIELD-COUNT.

           OPEN INPUT FC-DICT.

           IF WS-DICT-FILE-STATUS NOT EQUAL "00"
              GO TO 0200-LOAD-SENSITIVE-EXIT
           END-IF.

           MOVE WS-TOKEN-RESOLVED-NAME TO FS-DICT-DATABASE.
           MOVE ZERO                   TO FS-DICT-SEQ.

           START FC-DICT KEY IS GREATER THAN FS-DICT-KEY

           INVALID KEY

               CLOSE FC-DICT
               GO TO 0200-LOAD-SENSITIVE-EXIT

           END-START.

           MOVE 'N' TO WS-TOKEN-EOF.

           PERFORM UNTIL WS-TOKEN-EOF EQUAL 'S'

               READ FC-DICT NEXT RECORD

               AT END
                   MOVE 'S' TO WS-TOKEN-EOF

               NOT AT END
                   IF FS-DICT-DATABASE NOT EQUAL WS-TOKEN-RESOLVED-NAME
                      MOVE 'S' TO WS-TOKEN-EOF
                   ELSE
      *** A field redefined out of the 4-32 byte range since it was
      *** flagged cannot carry a token - it is passed over.
                      IF FS-DICT-IS-SENSITIVE
                         AND FS-DICT-LENGTH NOT LESS THAN 4
                         AND FS-DICT-LENGTH NOT GREATER THAN 32
                         AND WS-TOKEN-FIELD-COUNT LESS THAN 20
                         ADD 1 TO WS-TOKEN-FIELD-COUNT
                         MOVE FS-DICT-OFFSET TO WS-TOKEN-FIELD-OFFSET
                                                (WS-TOKEN-FIELD-COUNT)
                         MOVE FS-DICT-LENGTH TO WS-TOKEN-FIELD-LENGTH
                                                (WS-TOKEN-FIELD-COUNT)
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-DICT.

       0200-LOAD-SENSITIVE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One sensitive field - kept if it already holds a vault     ***
      *** token, swapped for the token issued earlier for the same   ***
      *** value, or given a fresh token and filed in the vault.      ***
      ******************************************************************
       1000-TOKENIZE-FIELD.

           MOVE WS-TOKEN-FIELD-OFFSET (WS-TOKEN-IDX) TO WS-TOKEN-OFFSET.
           MOVE WS-TOKEN-FIELD-LENGTH (WS-TOKEN-IDX) TO WS-TOKEN-LENGTH.

           COMPUTE WS-TOKEN-DIGITS = WS-TOKEN-LENGTH - 1.

           MOVE SPACE TO WS-TOKEN-VALUE.
           MOVE LS-TOKEN-CONTENT (WS-TOKEN-OFFSET:WS-TOKEN-LENGTH)
             TO WS-TOKEN-VALUE.

           IF WS-TOKEN-VALUE EQUAL SPACE
              GO TO 1000-TOKENIZE-FIELD-EXIT
           END-IF.

      *** Already a token of ours - a row read back and rewritten
      *** carries its tokens, not its real values.
           IF WS-TOKEN-VALUE (1:1) EQUAL '#'
              AND WS-TOKEN-VALUE (2:WS-TOKEN-DIGITS) IS NUMERIC
              MOVE WS-TOKEN-RESOLVED-NAME TO FS-VAULT-DATABASE
              MOVE WS-TOKEN-VALUE         TO FS-VAULT-TOKEN

              READ FC-VAULT KEY IS FS-VAULT-KEY
              INVALID KEY
                  MOVE 'N' TO WS-TOKEN-FOUND
              NOT INVALID KEY
                  MOVE 'Y' TO WS-TOKEN-FOUND
              END-READ

              IF WS-TOKEN-FOUND EQUAL 'Y'
                 GO TO 1000-TOKENIZE-FIELD-EXIT
              END-IF
           END-IF.

      *** This value was tokenized before at this width - reuse it.
           MOVE WS-TOKEN-RESOLVED-NAME TO FS-VAULT-VALUE-DB.
           MOVE WS-TOKEN-LENGTH        TO FS-VAULT-LENGTH.
           MOVE WS-TOKEN-VALUE         TO FS-VAULT-VALUE.

           READ FC-VAULT KEY IS FS-VAULT-VALUE-KEY
           INVALID KEY
               MOVE 'N' TO WS-TOKEN-FOUND
           NOT INVALID KEY
               MOVE 'Y' TO WS-TOKEN-FOUND
           END-READ.

           IF WS-TOKEN-FOUND EQUAL 'Y'
              MOVE FS-VAULT-TOKEN (1:WS-TOKEN-LENGTH)
                TO LS-TOKEN-CONTENT (WS-TOKEN-OFFSET:WS-TOKEN-LENGTH)
              GO TO 1000-TOKENIZE-FIELD-EXIT
           END-IF.

           PERFORM 1100-NEXT-SEQUENCE THRU 1100-NEXT-SEQUENCE-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 1000-TOKENIZE-FIELD-EXIT
           END-IF.

      *** '#', then the sequence number zero-padded out to the
      *** field's width.
           IF WS-TOKEN-DIGITS GREATER THAN 15
              MOVE 15 TO WS-TOKEN-WIDE
           ELSE
              MOVE WS-TOKEN-DIGITS TO WS-TOKEN-WIDE
           END-IF.

           MOVE SPACE    TO WS-TOKEN-TEXT.
           MOVE '#'      TO WS-TOKEN-TEXT (1:1).
           MOVE ALL '0'  TO WS-TOKEN-TEXT (2:WS-TOKEN-DIGITS).
           MOVE WS-TOKEN-SEQ-TEXT (16 - WS-TOKEN-WIDE:WS-TOKEN-WIDE)
             TO WS-TOKEN-TEXT (WS-TOKEN-LENGTH - WS-TOKEN-WIDE + 1:
                               WS-TOKEN-WIDE).

           MOVE WS-TOKEN-RESOLVED-NAME TO FS-VAULT-DATABASE.
           MOVE WS-TOKEN-TEXT          TO FS-VAULT-TOKEN.
           MOVE WS-TOKEN-RESOLVED-NAME TO FS-VAULT-VALUE-DB.
           MOVE WS-TOKEN-LENGTH        TO FS-VAULT-LENGTH.
           MOVE WS-TOKEN-VALUE         TO FS-VAULT-VALUE.
           MOVE WS-TOKEN-SEQ           TO FS-VAULT-SEQ.
           MOVE WS-TOKEN-USER          TO FS-VAULT-USER.
           MOVE WS-TOKEN-DATE          TO FS-VAULT-TIMESTAMP (1:8).
           MOVE WS-TOKEN-TIME          TO FS-VAULT-TIMESTAMP (9:8).

           WRITE FS-VAULT-RECORD
           INVALID KEY
               MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
               GO TO 1000-TOKENIZE-FIELD-EXIT
           END-WRITE.

           MOVE WS-TOKEN-TEXT (1:WS-TOKEN-LENGTH)
             TO LS-TOKEN-CONTENT (WS-TOKEN-OFFSET:WS-TOKEN-LENGTH).

       1000-TOKENIZE-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Takes the database's next sequence number off its counter  ***
      *** row. A number too wide for the field's token digits means  ***
      *** the field has run out of tokens - NO-SPACE, nothing        ***
      *** issued, the counter left where it was.                     ***
      ******************************************************************
       1100-NEXT-SEQUENCE.

           MOVE WS-TOKEN-RESOLVED-NAME TO FS-VAULT-DATABASE.
           MOVE SPACE                  TO FS-VAULT-TOKEN.

           READ FC-VAULT KEY IS FS-VAULT-KEY
           INVALID KEY
               MOVE 'N'  TO WS-TOKEN-FOUND
               MOVE ZERO TO WS-TOKEN-SEQ
           NOT INVALID KEY
               MOVE 'Y'  TO WS-TOKEN-FOUND
               MOVE FS-VAULT-SEQ TO WS-TOKEN-SEQ
           END-READ.

           ADD 1 TO WS-TOKEN-SEQ.
           MOVE WS-TOKEN-SEQ TO WS-TOKEN-SEQ-TEXT.

           IF WS-TOKEN-DIGITS LESS THAN 15
              IF WS-TOKEN-SEQ-TEXT (1:15 - WS-TOKEN-DIGITS)
                 NOT EQUAL ZERO
                 MOVE WS-REYDB-NO-SPACE TO LS-REYDB-RESULT
                 GO TO 1100-NEXT-SEQUENCE-EXIT
              END-IF
           END-IF.

           MOVE WS-TOKEN-RESOLVED-NAME TO FS-VAULT-DATABASE.
           MOVE SPACE                  TO FS-VAULT-TOKEN.
           MOVE WS-TOKEN-RESOLVED-NAME TO FS-VAULT-VALUE-DB.
           MOVE ZERO                   TO FS-VAULT-LENGTH.
           MOVE SPACE                  TO FS-VAULT-VALUE.
           MOVE WS-TOKEN-SEQ           TO FS-VAULT-SEQ.
           MOVE WS-TOKEN-USER          TO FS-VAULT-USER.
           MOVE WS-TOKEN-DATE          TO FS-VAULT-TIMESTAMP (1:8).
           MOVE WS-TOKEN-TIME          TO FS-VAULT-TIMESTAMP (9:8).

           IF WS-TOKEN-FOUND EQUAL 'Y'
              REWRITE FS-VAULT-RECORD
              INVALID KEY
                  MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              END-REWRITE
           ELSE
              WRITE FS-VAULT-RECORD
              INVALID KEY
                  MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              END-WRITE
           END-IF.

       1100-NEXT-SEQUENCE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Decides one detokenize attempt - the outcome word goes to  ***
      *** the log, the result code to the caller.                    ***
      ******************************************************************
       2000-RESOLVE-TOKEN.

           MOVE "REFUSED" TO WS-TOKEN-OUTCOME.
           MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT.

      *** Nobody signed on - there is nobody to hold a grant.
           IF WS-TOKEN-USER EQUAL SPACE
              GO TO 2000-RESOLVE-TOKEN-EXIT
           END-IF.

           OPEN INPUT FC-TOKGRANT.

           IF WS-TOKGRANT-FILE-STATUS NOT EQUAL "00"
              GO TO 2000-RESOLVE-TOKEN-EXIT
           END-IF.

           MOVE WS-TOKEN-RESOLVED-NAME TO FS-TOKGRANT-DATABASE.
           MOVE WS-TOKEN-USER          TO FS-TOKGRANT-USER.

           READ FC-TOKGRANT KEY IS FS-TOKGRANT-KEY
           INVALID KEY
               MOVE 'N' TO WS-TOKEN-FOUND
           NOT INVALID KEY
               MOVE 'Y' TO WS-TOKEN-FOUND
           END-READ.

           CLOSE FC-TOKGRANT.

           IF WS-TOKEN-FOUND NOT EQUAL 'Y'
              GO TO 2000-RESOLVE-TOKEN-EXIT
           END-IF.

           MOVE "UNKNOWN" TO WS-TOKEN-OUTCOME.
           MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT.

      *** A SPACE token is the counter row, never a value.
           IF LS-TOKEN-TOKEN EQUAL SPACE
              GO TO 2000-RESOLVE-TOKEN-EXIT
           END-IF.

           OPEN INPUT FC-VAULT.

           IF WS-VAULT-FILE-STATUS NOT EQUAL "00"
              GO TO 2000-RESOLVE-TOKEN-EXIT
           END-IF.

           MOVE WS-TOKEN-RESOLVED-NAME TO FS-VAULT-DATABASE.
           MOVE LS-TOKEN-TOKEN         TO FS-VAULT-TOKEN.

           READ FC-VAULT KEY IS FS-VAULT-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-VAULT-VALUE TO WS-TOKEN-VALUE
               MOVE "RESOLVED" TO WS-TOKEN-OUTCOME
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-READ.

           CLOSE FC-VAULT.

       2000-RESOLVE-TOKEN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Appends the attempt to detoken.log - created on first use. ***
      *** A line that cannot be written turns the answer into        ***
      *** FAILURE, so no real value leaves here unlogged.            ***
      ******************************************************************
       2100-LOG-ATTEMPT.

           MOVE SPACE                  TO FS-DETOKLOG-RECORD.
           MOVE WS-TOKEN-DATE          TO FS-DETOKLOG-TIMESTAMP (1:8).
           MOVE WS-TOKEN-TIME          TO FS-DETOKLOG-TIMESTAMP (9:8).
           MOVE WS-TOKEN-USER          TO FS-DETOKLOG-USER.
           MOVE WS-TOKEN-RESOLVED-NAME TO FS-DETOKLOG-DATABASE.
           MOVE LS-TOKEN-TOKEN         TO FS-DETOKLOG-TOKEN.
           MOVE WS-TOKEN-OUTCOME       TO FS-DETOKLOG-OUTCOME.

           OPEN EXTEND FC-DETOKLOG.

      *** First attempt ever - detoken.log self-creates.
           IF WS-DETOKLOG-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-DETOKLOG
           END-IF.

           IF WS-DETOKLOG-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GO TO 2100-LOG-ATTEMPT-EXIT
           END-IF.

           WRITE FS-DETOKLOG-RECORD.

           IF WS-DETOKLOG-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
           END-IF.

           CLOSE FC-DETOKLOG.

       2100-LOG-ATTEMPT-EXIT.
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

           CALL "REYDB_ENV_NAME" USING WS-VAULT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-TOKGRANT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DETOKLOG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
