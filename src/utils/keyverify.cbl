      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    keyverify.cbl      ***
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
       PROGRAM-ID. REYDB_KEYVERIFY_REQUIRE IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Two-pass key verification - the keying slip on an amount,  ***
      *** an account number or a date caught at the screen instead   ***
      *** of in a data-quality ticket. A database nominated through  ***
      *** REYDB_KEYVERIFY_REQUIRE (with the fields worth it named    ***
      *** through REYDB_KEYVERIFY_FIELD - none named means the whole ***
      *** content) has every add or change keyed on REYDB_MAINTAIN   ***
      *** held by REYDB_KEYVERIFY_ENTER instead of applied. A        ***
      *** second, different operator keys the same record again      ***
      *** without seeing the first keying; only when every nominated ***
      *** field agrees does the screen apply it, through the normal  ***
      *** REYDB_ADD / REYDB_REWRITE path, and REYDB_KEYVERIFY_CLEAR  ***
      *** retires the held keying. A disagreement hands back each    ***
      *** field that differs with both keyings side by side; the     ***
      *** held keying stays, and the first operator keying it again  ***
      *** replaces it as a correction.                               ***
      ***                                                            ***
      *** Every first keying and every re-key is tallied against its ***
      *** operator on keystat.dat - how many each did, how many were ***
      *** caught disagreeing, and over how many fields.              ***
      *** REYDB_KEYVERIFY_REPORT prints the tally as keyacc.rpt, the ***
      *** keying-accuracy report.                                    ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-keyvfy.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-keyvfy.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_KEYVERIFY".
       COPY "data/working/reydb-keyvfy.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-workq.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-KVF-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Who is keying, and when.
       77 WS-KVF-USER PIC X(08) VALUE SPACE.
       77 WS-KVF-DATE PIC 9(08) VALUE ZERO.
       77 WS-KVF-TIME PIC 9(08) VALUE ZERO.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The nominations row being written or dropped, and 'Y' to
      *** write it.
       77 WS-KVF-NOM-FIELD PIC X(16) VALUE SPACE.
       77 WS-KVF-NOM-ON    PIC X(01) VALUE SPACE.

      *** 'Y' once the database's own nominations row is found.
       77 WS-KVF-REQUIRED PIC X(01) VALUE 'N'.

      *** The fields nominated for re-keying, their places in the
      *** content once the dictionary has answered.
       01 WS-KVF-FIELDS.
          02 WS-KVF-FLD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
          02 WS-KVF-FLD OCCURS 20 TIMES.
             03 WS-KVF-FLD-NAME   PIC X(16).
             03 WS-KVF-FLD-OFFSET PIC 9(04) COMP-5.
             03 WS-KVF-FLD-LENGTH PIC 9(04) COMP-5.

       77 WS-KVF-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** The dictionary's layout for the database.
       77 WS-KVF-DICT-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-KVF-LAYOUT.
          02 WS-KVF-DICT-FIELD OCCURS 20 TIMES.
             03 WS-KVF-DICT-OFFSET PIC 9(04) COMP-5.
             03 WS-KVF-DICT-LENGTH PIC 9(04) COMP-5.

       77 WS-KVF-DIDX PIC 9(02) COMP-5 VALUE ZERO.

      *** The two keyings' contents being compared.
       77 WS-KVF-FIRST  PIC X(471) VALUE SPACE.
       77 WS-KVF-SECOND PIC X(471) VALUE SPACE.

      *** Where the whole-content comparison first disagrees, and
      *** the field label it goes out under.
       77 WS-KVF-POS    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-KVF-TAKE   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-KVF-POS-ED PIC 9(03) VALUE ZERO.

      *** Fields the re-key disagreed on, the ten handed back and
      *** any past them, and the name the one in hand goes out under.
       77 WS-KVF-MISSED    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-KVF-DIFF-NAME PIC X(16) VALUE SPACE.

      *** The operator being tallied and what goes on their row.
       77 WS-KVF-STAT-USER   PIC X(08) VALUE SPACE.
       77 WS-KVF-ADD-KEYED   PIC 9(01) VALUE ZERO.
       77 WS-KVF-ADD-VERIFY  PIC 9(01) VALUE ZERO.
       77 WS-KVF-ADD-KMISS   PIC 9(01) VALUE ZERO.
       77 WS-KVF-ADD-VMISS   PIC 9(01) VALUE ZERO.
       77 WS-KVF-ADD-FIELDS  PIC 9(04) VALUE ZERO.

      *** Report furniture.
       77 WS-KVF-LINE    PIC X(132) VALUE SPACE.
       77 WS-KVF-EOF     PIC X(01) VALUE 'N'.
       77 WS-KVF-WORK    PIC 9(09) VALUE ZERO.
       77 WS-KVF-RIGHT   PIC S9(09) VALUE ZERO.
       77 WS-KVF-PCT     PIC 9(03)V9(01) VALUE ZERO.
       77 WS-KVF-PCT-ED  PIC ZZ9.9.
       77 WS-KVF-KEYED-ED  PIC ZZZ,ZZZ,ZZ9.
       77 WS-KVF-VERIFY-ED PIC ZZZ,ZZZ,ZZ9.
       77 WS-KVF-KMISS-ED  PIC ZZZ,ZZZ,ZZ9.
       77 WS-KVF-VMISS-ED  PIC ZZZ,ZZZ,ZZ9.
       77 WS-KVF-FMISS-ED  PIC ZZZ,ZZZ,ZZ9.
       77 WS-KVF-OPERATORS PIC 9(04) COMP-5 VALUE ZERO.

      *** Shop totals under the operator lines.
       77 WS-KVF-TOT-KEYED  PIC 9(09) VALUE ZERO.
       77 WS-KVF-TOT-VERIFY PIC 9(09) VALUE ZERO.
       77 WS-KVF-TOT-KMISS  PIC 9(09) VALUE ZERO.
       77 WS-KVF-TOT-VMISS  PIC 9(09) VALUE ZERO.
       77 WS-KVF-TOT-FMISS  PIC 9(09) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** A dictionary field to nominate, and 'Y' to nominate it or
      *** anything else to drop the nomination.
       77 LS-KEYVFY-FIELD PIC X(16) VALUE SPACE.
       77 LS-KEYVFY-ON    PIC X(01) VALUE SPACE.

      *** The keying - an add or a change - and the record as keyed
      *** (the full CRUD shape). A matched re-key hands back the held
      *** first keying's record here, the one the screen applies.
       77 LS-KEYVFY-ACTION PIC X(01) VALUE SPACE.

       01 LS-KEYVFY-RECORD.
          02 LS-KEYVFY-REC-KEY    PIC X(18).
          02 LS-KEYVFY-REC-BUFFER PIC X(512).

      *** The disagreements a re-key found, side by side.
       01 LS-KEYVFY-DIFFS.
          02 LS-KEYVFY-DIFF-COUNT PIC 9(02) COMP-5.
          02 LS-KEYVFY-DIFF OCCURS 10 TIMES.
             03 LS-KEYVFY-DIFF-FIELD  PIC X(16).
             03 LS-KEYVFY-DIFF-FIRST  PIC X(28).
             03 LS-KEYVFY-DIFF-SECOND PIC X(28).

       77 LS-KEYVFY-KEY PIC X(18) VALUE SPACE.

       77 LS-REYDB-OPERATOR-COUNT PIC 9(04) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
          88 LS-REYDB-RESULT-IS-KEY-HELD        VALUE 36.
          88 LS-REYDB-RESULT-IS-KEY-MISMATCH    VALUE 37.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - puts one database in verify mode.    ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-KEYVFY-DATABASE-ROW TO WS-KVF-NOM-FIELD.
           MOVE 'Y'                    TO WS-KVF-NOM-ON.

           PERFORM 0300-NOMINATE THRU 0300-NOMINATE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - takes the database out of verify      ***
      *** mode. Its field nominations stay, ready for the next time. ***
      ******************************************************************
       ENTRY "REYDB_KEYVERIFY_RELEASE" USING LS-REYDB-DATABASE-NAME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-KEYVFY-DATABASE-ROW TO WS-KVF-NOM-FIELD.
           MOVE 'N'                    TO WS-KVF-NOM-ON.

           PERFORM 0300-NOMINATE THRU 0300-NOMINATE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - nominates (or drops) one dictionary    ***
      *** field for re-keying. Only a field the dictionary knows can ***
      *** be nominated.                                              ***
      ******************************************************************
       ENTRY "REYDB_KEYVERIFY_FIELD" USING LS-REYDB-DATABASE-NAME
                                           LS-KEYVFY-FIELD
                                           LS-KEYVFY-ON.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-KEYVFY-FIELD EQUAL SPACE
           OR LS-KEYVFY-FIELD EQUAL WS-KEYVFY-DATABASE-ROW
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-KEYVFY-ON EQUAL 'Y'

              CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                          WS-KVF-DICT-COUNT
                                          WS-KVF-LAYOUT
                                          WS-DICT-FIELD-NAMES
                                          WS-DICT-FIELD-TYPES
                  RETURNING WS-REYDB-RESULT-DICT
              END-CALL

              MOVE 'N' TO WS-KVF-REQUIRED

              IF WS-REYDB-RESULT-DICT EQUAL WS-REYDB-SUCCESS
                 PERFORM VARYING WS-KVF-DIDX FROM 1 BY 1
                           UNTIL WS-KVF-DIDX GREATER THAN
                                 WS-KVF-DICT-COUNT
                     IF WS-DICT-FIELD-NAME (WS-KVF-DIDX)
                        EQUAL LS-KEYVFY-FIELD
                        MOVE 'Y' TO WS-KVF-REQUIRED
                     END-IF
                 END-PERFORM
              END-IF

              IF WS-KVF-REQUIRED NOT EQUAL 'Y'
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                 GOBACK
              END-IF

           END-IF.

           MOVE LS-KEYVFY-FIELD TO WS-KVF-NOM-FIELD.
           MOVE LS-KEYVFY-ON    TO WS-KVF-NOM-ON.

           PERFORM 0300-NOMINATE THRU 0300-NOMINATE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - the screen's add or change, before it ***
      *** is applied. SUCCESS means apply the record now in hand:    ***
      *** either the database is not in verify mode, or this was the ***
      *** matching blind re-key and the held first keying came back. ***
      *** KEY-HELD means the keying waits for a second operator;     ***
      *** KEY-MISMATCH means it disagreed, fields side by side. An   ***
      *** anonymous operator is refused - the whole point is knowing ***
      *** who keyed what.                                            ***
      ******************************************************************
       ENTRY "REYDB_KEYVERIFY_ENTER" USING LS-REYDB-DATABASE-NAME
                                           LS-KEYVFY-ACTION
                                           LS-KEYVFY-RECORD
                                           LS-KEYVFY-DIFFS.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO  TO LS-KEYVFY-DIFF-COUNT.
           MOVE SPACE TO LS-KEYVFY-DIFF (1).

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           PERFORM 1000-CHECK-REQUIRED THRU 1000-CHECK-REQUIRED-EXIT.

           IF WS-KVF-REQUIRED NOT EQUAL 'Y'
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE SPACE TO WS-KVF-USER.

           CALL "REYDB_WHOAMI" USING WS-KVF-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           IF WS-KVF-USER EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               LS-KEYVFY-REC-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           ACCEPT WS-KVF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-KVF-TIME FROM TIME.

           OPEN I-O FC-KEYHELD.

      *** First keying ever - keyheld.dat self-creates.
           IF WS-KEYHELD-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-KEYHELD
              CLOSE FC-KEYHELD
              OPEN I-O FC-KEYHELD
           END-IF.

           MOVE WS-KVF-RESOLVED-NAME TO FS-KEYHELD-DATABASE.
           MOVE LS-KEYVFY-REC-KEY    TO FS-KEYHELD-RECORD-KEY.

           READ FC-KEYHELD KEY IS FS-KEYHELD-KEY

           INVALID KEY
               PERFORM 2000-HOLD-FIRST THRU 2000-HOLD-FIRST-EXIT

           NOT INVALID KEY
               IF FS-KEYHELD-KEYER EQUAL WS-KVF-USER
                  PERFORM 2100-CORRECT-FIRST
                     THRU 2100-CORRECT-FIRST-EXIT
               ELSE
                  PERFORM 3000-VERIFY THRU 3000-VERIFY-EXIT
               END-IF

           END-READ.

           CLOSE FC-KEYHELD.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - the held keying is retired once the    ***
      *** matched record has landed. A key with nothing held is not  ***
      *** an error.                                                  ***
      ******************************************************************
       ENTRY "REYDB_KEYVERIFY_CLEAR" USING LS-REYDB-DATABASE-NAME
                                           LS-KEYVFY-KEY.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-KEYHELD.

           IF WS-KEYHELD-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           MOVE WS-KVF-RESOLVED-NAME TO FS-KEYHELD-DATABASE.
           MOVE LS-KEYVFY-KEY        TO FS-KEYHELD-RECORD-KEY.

           DELETE FC-KEYHELD RECORD

           INVALID KEY *> Nothing was held - nothing to retire
               CONTINUE

           NOT INVALID KEY
               MOVE "RE-KEY MATCHED - APPLIED" TO WS-WORKQ-NOTE
               CALL "REYDB_WORKQ_RESOLVE" USING WS-KVF-RESOLVED-NAME
                                                LS-KEYVFY-KEY
                                                WS-WORKQ-KEYVFY
                                                WS-WORKQ-NOTE
                   RETURNING WS-REYDB-RESULT-WORKQ
               END-CALL

           END-DELETE.

           CLOSE FC-KEYHELD.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixth entry point - the keying-accuracy report: one line   ***
      *** per operator with their keyings, re-keys, how many of each ***
      *** were caught disagreeing, the fields involved and the share ***
      *** that went through clean, then the shop's totals.           ***
      ******************************************************************
       ENTRY "REYDB_KEYVERIFY_REPORT" USING LS-REYDB-OPERATOR-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-KVF-OPERATORS LS-REYDB-OPERATOR-COUNT
                        WS-KVF-TOT-KEYED WS-KVF-TOT-VERIFY
                        WS-KVF-TOT-KMISS WS-KVF-TOT-VMISS
                        WS-KVF-TOT-FMISS.

           OPEN OUTPUT FC-KEYVFY-RPT.

           MOVE "KEYING ACCURACY - TWO-PASS KEY VERIFICATION"
             TO WS-KVF-LINE.
           WRITE FS-KEYVFY-RPT-RECORD FROM WS-KVF-LINE.

           MOVE SPACE TO WS-KVF-LINE.
           WRITE FS-KEYVFY-RPT-RECORD FROM WS-KVF-LINE.

           STRING "OPERATOR        KEYED     RE-KEYED  "
                                            DELIMITED BY SIZE
                  " KEYED-MISS   REKEY-MISS  FIELDS-MISS"
                                            DELIMITED BY SIZE
                  "  CLEAN-PCT"             DELIMITED BY SIZE
             INTO WS-KVF-LINE
           END-STRING.
           WRITE FS-KEYVFY-RPT-RECORD FROM WS-KVF-LINE.

           OPEN INPUT FC-KEYSTAT.

           IF WS-KEYSTAT-FILE-STATUS EQUAL "00"

              MOVE 'N' TO WS-KVF-EOF

              PERFORM UNTIL WS-KVF-EOF EQUAL 'S'

                  READ FC-KEYSTAT NEXT RECORD

                  AT END
                      MOVE 'S' TO WS-KVF-EOF

                  NOT AT END
                      ADD 1 TO WS-KVF-OPERATORS
                      ADD FS-KEYSTAT-KEYED       TO WS-KVF-TOT-KEYED
                      ADD FS-KEYSTAT-VERIFIED    TO WS-KVF-TOT-VERIFY
                      ADD FS-KEYSTAT-KEYED-MISS  TO WS-KVF-TOT-KMISS
                      ADD FS-KEYSTAT-VERIFY-MISS TO WS-KVF-TOT-VMISS
                      ADD FS-KEYSTAT-FIELD-MISS  TO WS-KVF-TOT-FMISS
                      PERFORM 4000-REPORT-LINE
                         THRU 4000-REPORT-LINE-EXIT
                  END-READ

              END-PERFORM

              CLOSE FC-KEYSTAT

           END-IF.

      *** The shop's totals ride the same line shape under *TOTAL*.
           MOVE "*TOTAL*"         TO FS-KEYSTAT-USER.
           MOVE WS-KVF-TOT-KEYED  TO FS-KEYSTAT-KEYED.
           MOVE WS-KVF-TOT-VERIFY TO FS-KEYSTAT-VERIFIED.
           MOVE WS-KVF-TOT-KMISS  TO FS-KEYSTAT-KEYED-MISS.
           MOVE WS-KVF-TOT-VMISS  TO FS-KEYSTAT-VERIFY-MISS.
           MOVE WS-KVF-TOT-FMISS  TO FS-KEYSTAT-FIELD-MISS.

           MOVE SPACE TO WS-KVF-LINE.
           WRITE FS-KEYVFY-RPT-RECORD FROM WS-KVF-LINE.

           PERFORM 4000-REPORT-LINE THRU 4000-REPORT-LINE-EXIT.

           CLOSE FC-KEYVFY-RPT.

           MOVE WS-KVF-OPERATORS TO LS-REYDB-OPERATOR-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves a blank database name to the default.             ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-KVF-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-KVF-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Writes or drops one nominations row - WS-KVF-NOM-FIELD,    ***
      *** 'Y' in WS-KVF-NOM-ON to write it - stamped with who and    ***
      *** when.                                                      ***
      ******************************************************************
       0300-NOMINATE.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE SPACE TO WS-KVF-USER.

           CALL "REYDB_WHOAMI" USING WS-KVF-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           OPEN I-O FC-KEYVFY.

      *** First nomination ever - keyvfy.dat self-creates.
           IF WS-KEYVFY-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-KEYVFY
              CLOSE FC-KEYVFY
              OPEN I-O FC-KEYVFY
           END-IF.

           MOVE WS-KVF-RESOLVED-NAME TO FS-KEYVFY-DATABASE.
           MOVE WS-KVF-NOM-FIELD     TO FS-KEYVFY-FIELD.

           IF WS-KVF-NOM-ON NOT EQUAL 'Y'

              DELETE FC-KEYVFY RECORD
              INVALID KEY *> Was never nominated - not an error
                  MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              NOT INVALID KEY
                  MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              END-DELETE

              CLOSE FC-KEYVFY
              GO TO 0300-NOMINATE-EXIT

           END-IF.

           ACCEPT WS-KVF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-KVF-TIME FROM TIME.

           MOVE WS-KVF-USER TO FS-KEYVFY-USER.
           MOVE WS-KVF-DATE TO FS-KEYVFY-TIMESTAMP (1:8).
           MOVE WS-KVF-TIME TO FS-KEYVFY-TIMESTAMP (9:8).

           WRITE FS-KEYVFY-RECORD

           INVALID KEY *> Already nominated - the newest stamp stands

               REWRITE FS-KEYVFY-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-KEYVFY.

       0300-NOMINATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Is the database in verify mode - and if so, which fields   ***
      *** are re-keyed and where they sit in the content. A field    ***
      *** the dictionary no longer knows is left out; none left      ***
      *** means the whole content is compared.                       ***
      ******************************************************************
       1000-CHECK-REQUIRED.

           MOVE 'N'  TO WS-KVF-REQUIRED.
           MOVE ZERO TO WS-KVF-FLD-COUNT.

           OPEN INPUT FC-KEYVFY.

           IF WS-KEYVFY-FILE-STATUS NOT EQUAL "00"
              GO TO 1000-CHECK-REQUIRED-EXIT
           END-IF.

           MOVE WS-KVF-RESOLVED-NAME TO FS-KEYVFY-DATABASE.
           MOVE LOW-VALUES           TO FS-KEYVFY-FIELD.

           START FC-KEYVFY KEY IS GREATER THAN FS-KEYVFY-KEY

           INVALID KEY

               CONTINUE

           NOT INVALID KEY

               MOVE 'N' TO WS-KVF-EOF

               PERFORM UNTIL WS-KVF-EOF EQUAL 'S'

                   READ FC-KEYVFY NEXT RECORD

                   AT END
                       MOVE 'S' TO WS-KVF-EOF

                   NOT AT END
                       EVALUATE TRUE
                           WHEN FS-KEYVFY-DATABASE
                                NOT EQUAL WS-KVF-RESOLVED-NAME
                               MOVE 'S' TO WS-KVF-EOF
                           WHEN FS-KEYVFY-FIELD
                                EQUAL WS-KEYVFY-DATABASE-ROW
                               MOVE 'Y' TO WS-KVF-REQUIRED
                           WHEN WS-KVF-FLD-COUNT LESS THAN 20
                               ADD 1 TO WS-KVF-FLD-COUNT
                               MOVE FS-KEYVFY-FIELD
                                 TO WS-KVF-FLD-NAME (WS-KVF-FLD-COUNT)
                               MOVE ZERO
                                 TO WS-KVF-FLD-OFFSET (WS-KVF-FLD-COUNT)
                                    WS-KVF-FLD-LENGTH (WS-KVF-FLD-COUNT)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-READ

               END-PERFORM

           END-START.

           CLOSE FC-KEYVFY.

           IF WS-KVF-REQUIRED NOT EQUAL 'Y'
           OR WS-KVF-FLD-COUNT EQUAL ZERO
              GO TO 1000-CHECK-REQUIRED-EXIT
           END-IF.

           CALL "REYDB_DICT_GET" USING WS-KVF-RESOLVED-NAME
                                       WS-KVF-DICT-COUNT
                                       WS-KVF-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              MOVE ZERO TO WS-KVF-FLD-COUNT
              GO TO 1000-CHECK-REQUIRED-EXIT
           END-IF.

           PERFORM VARYING WS-KVF-IDX FROM 1 BY 1
                     UNTIL WS-KVF-IDX GREATER THAN WS-KVF-FLD-COUNT

               PERFORM VARYING WS-KVF-DIDX FROM 1 BY 1
                         UNTIL WS-KVF-DIDX GREATER THAN
                               WS-KVF-DICT-COUNT

                   IF WS-DICT-FIELD-NAME (WS-KVF-DIDX)
                      EQUAL WS-KVF-FLD-NAME (WS-KVF-IDX)
                      AND WS-KVF-DICT-OFFSET (WS-KVF-DIDX)
                          GREATER THAN ZERO
                      AND WS-KVF-DICT-OFFSET (WS-KVF-DIDX)
                        + WS-KVF-DICT-LENGTH (WS-KVF-DIDX) - 1
                          NOT GREATER THAN 471
                      MOVE WS-KVF-DICT-OFFSET (WS-KVF-DIDX)
                        TO WS-KVF-FLD-OFFSET (WS-KVF-IDX)
                      MOVE WS-KVF-DICT-LENGTH (WS-KVF-DIDX)
                        TO WS-KVF-FLD-LENGTH (WS-KVF-IDX)
                   END-IF

               END-PERFORM

           END-PERFORM.

       1000-CHECK-REQUIRED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Nothing held for the key - this is the first keying. It is ***
      *** held whole, tallied to its operator, and waits on the work ***
      *** queue for somebody else to re-key it.                      ***
      ******************************************************************
       2000-HOLD-FIRST.

           MOVE LS-KEYVFY-ACTION     TO FS-KEYHELD-ACTION.
           MOVE LS-KEYVFY-REC-BUFFER TO FS-KEYHELD-BUFFER.
           MOVE WS-KVF-USER          TO FS-KEYHELD-KEYER.
           MOVE WS-KVF-DATE          TO FS-KEYHELD-KEYED-TS (1:8).
           MOVE WS-KVF-TIME          TO FS-KEYHELD-KEYED-TS (9:8).
           MOVE ZERO                 TO FS-KEYHELD-MISSES.

           WRITE FS-KEYHELD-RECORD

           INVALID KEY
               MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
               GO TO 2000-HOLD-FIRST-EXIT

           END-WRITE.

           MOVE WS-REYDB-KEY-HELD TO LS-REYDB-RESULT.

           MOVE WS-KVF-USER TO WS-KVF-STAT-USER.
           MOVE 1           TO WS-KVF-ADD-KEYED.
           MOVE ZERO        TO WS-KVF-ADD-VERIFY WS-KVF-ADD-KMISS
                               WS-KVF-ADD-VMISS WS-KVF-ADD-FIELDS.

           PERFORM 5000-TALLY THRU 5000-TALLY-EXIT.

           MOVE SPACE TO WS-WORKQ-DETAIL.
           STRING "KEYED BY "              DELIMITED BY SIZE
                  WS-KVF-USER              DELIMITED BY SPACE
                  " - AWAITS A BLIND RE-KEY" DELIMITED BY SIZE
             INTO WS-WORKQ-DETAIL
           END-STRING.

           CALL "REYDB_WORKQ" USING WS-KVF-RESOLVED-NAME
                                    LS-KEYVFY-REC-KEY
                                    WS-WORKQ-KEYVFY
                                    WS-WORKQ-DETAIL
               RETURNING WS-REYDB-RESULT-WORKQ
           END-CALL.

       2000-HOLD-FIRST-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The first operator keying the same record again - a        ***
      *** correction. The new keying replaces the held one and still ***
      *** waits for somebody else; it is not tallied twice.          ***
      ******************************************************************
       2100-CORRECT-FIRST.

           MOVE LS-KEYVFY-ACTION     TO FS-KEYHELD-ACTION.
           MOVE LS-KEYVFY-REC-BUFFER TO FS-KEYHELD-BUFFER.
           MOVE WS-KVF-DATE          TO FS-KEYHELD-KEYED-TS (1:8).
           MOVE WS-KVF-TIME          TO FS-KEYHELD-KEYED-TS (9:8).

           REWRITE FS-KEYHELD-RECORD

           INVALID KEY
               MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-KEY-HELD TO LS-REYDB-RESULT

           END-REWRITE.

       2100-CORRECT-FIRST-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A different operator's blind re-key against the held first ***
      *** keying - the action and every nominated field must agree.  ***
      *** A match hands the held record back to be applied; a        ***
      *** disagreement hands back the fields side by side and counts ***
      *** against both operators.                                    ***
      ******************************************************************
       3000-VERIFY.

           MOVE ZERO TO WS-KVF-MISSED.

           MOVE FS-KEYHELD-BUFFER (42:471)    TO WS-KVF-FIRST.
           MOVE LS-KEYVFY-REC-BUFFER (42:471) TO WS-KVF-SECOND.

           IF LS-KEYVFY-ACTION NOT EQUAL FS-KEYHELD-ACTION
              MOVE "ACTION"          TO WS-KVF-DIFF-NAME
              PERFORM 3100-NOTE-DIFF THRU 3100-NOTE-DIFF-EXIT
              MOVE FS-KEYHELD-ACTION
                TO LS-KEYVFY-DIFF-FIRST (LS-KEYVFY-DIFF-COUNT)
              MOVE LS-KEYVFY-ACTION
                TO LS-KEYVFY-DIFF-SECOND (LS-KEYVFY-DIFF-COUNT)
           END-IF.

           PERFORM 3200-COMPARE-FIELDS THRU 3200-COMPARE-FIELDS-EXIT.

           IF WS-KVF-MISSED EQUAL ZERO

              MOVE FS-KEYHELD-BUFFER TO LS-KEYVFY-REC-BUFFER
              MOVE WS-REYDB-SUCCESS  TO LS-REYDB-RESULT

              MOVE WS-KVF-USER TO WS-KVF-STAT-USER
              MOVE 1           TO WS-KVF-ADD-VERIFY
              MOVE ZERO        TO WS-KVF-ADD-KEYED WS-KVF-ADD-KMISS
                                  WS-KVF-ADD-VMISS WS-KVF-ADD-FIELDS
              PERFORM 5000-TALLY THRU 5000-TALLY-EXIT

              GO TO 3000-VERIFY-EXIT

           END-IF.

           ADD 1 TO FS-KEYHELD-MISSES.

           REWRITE FS-KEYHELD-RECORD
           INVALID KEY
               CONTINUE
           END-REWRITE.

           MOVE WS-REYDB-KEY-MISMATCH TO LS-REYDB-RESULT.

           IF WS-KVF-MISSED GREATER THAN 9999
              MOVE 9999 TO WS-KVF-ADD-FIELDS
           ELSE
              MOVE WS-KVF-MISSED TO WS-KVF-ADD-FIELDS
           END-IF.

      *** The re-keyer's own disagreement ...
           MOVE WS-KVF-USER TO WS-KVF-STAT-USER.
           MOVE 1           TO WS-KVF-ADD-VERIFY WS-KVF-ADD-VMISS.
           MOVE ZERO        TO WS-KVF-ADD-KEYED WS-KVF-ADD-KMISS.
           PERFORM 5000-TALLY THRU 5000-TALLY-EXIT.

      *** ... and the first keying's, caught by it.
           MOVE FS-KEYHELD-KEYER TO WS-KVF-STAT-USER.
           MOVE 1                TO WS-KVF-ADD-KMISS.
           MOVE ZERO             TO WS-KVF-ADD-KEYED WS-KVF-ADD-VERIFY
                                    WS-KVF-ADD-VMISS.
           PERFORM 5000-TALLY THRU 5000-TALLY-EXIT.

       3000-VERIFY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Counts one disagreement and, while there is room, opens    ***
      *** its side-by-side line under the name in WS-KVF-DIFF-NAME.  ***
      ******************************************************************
       3100-NOTE-DIFF.

           ADD 1 TO WS-KVF-MISSED.

           IF LS-KEYVFY-DIFF-COUNT LESS THAN 10
              ADD 1 TO LS-KEYVFY-DIFF-COUNT
              MOVE SPACE TO LS-KEYVFY-DIFF (LS-KEYVFY-DIFF-COUNT)
              MOVE WS-KVF-DIFF-NAME
                TO LS-KEYVFY-DIFF-FIELD (LS-KEYVFY-DIFF-COUNT)
           END-IF.

       3100-NOTE-DIFF-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Field by field through the nominated fields, or the whole  ***
      *** content shown from the first byte that differs when no     ***
      *** field is nominated.                                        ***
      ******************************************************************
       3200-COMPARE-FIELDS.

           IF WS-KVF-FLD-COUNT EQUAL ZERO

              IF WS-KVF-FIRST EQUAL WS-KVF-SECOND
                 GO TO 3200-COMPARE-FIELDS-EXIT
              END-IF

              MOVE 1 TO WS-KVF-POS

              PERFORM UNTIL WS-KVF-POS GREATER THAN 471
                         OR WS-KVF-FIRST (WS-KVF-POS:1)
                            NOT EQUAL WS-KVF-SECOND (WS-KVF-POS:1)
                  ADD 1 TO WS-KVF-POS
              END-PERFORM

              COMPUTE WS-KVF-TAKE = 471 - WS-KVF-POS + 1

              IF WS-KVF-TAKE GREATER THAN 28
                 MOVE 28 TO WS-KVF-TAKE
              END-IF

              MOVE WS-KVF-POS TO WS-KVF-POS-ED
              MOVE SPACE      TO WS-KVF-DIFF-NAME
              STRING "CONTENT AT "  DELIMITED BY SIZE
                     WS-KVF-POS-ED  DELIMITED BY SIZE
                INTO WS-KVF-DIFF-NAME
              END-STRING

              PERFORM 3100-NOTE-DIFF THRU 3100-NOTE-DIFF-EXIT

              MOVE WS-KVF-FIRST (WS-KVF-POS:WS-KVF-TAKE)
                TO LS-KEYVFY-DIFF-FIRST (LS-KEYVFY-DIFF-COUNT)
              MOVE WS-KVF-SECOND (WS-KVF-POS:WS-KVF-TAKE)
                TO LS-KEYVFY-DIFF-SECOND (LS-KEYVFY-DIFF-COUNT)

              GO TO 3200-COMPARE-FIELDS-EXIT

           END-IF.

           PERFORM VARYING WS-KVF-IDX FROM 1 BY 1
                     UNTIL WS-KVF-IDX GREATER THAN WS-KVF-FLD-COUNT

               IF WS-KVF-FLD-LENGTH (WS-KVF-IDX) GREATER THAN ZERO
               AND WS-KVF-FIRST (WS-KVF-FLD-OFFSET (WS-KVF-IDX) :
                                 WS-KVF-FLD-LENGTH (WS-KVF-IDX))
                   NOT EQUAL
                   WS-KVF-SECOND (WS-KVF-FLD-OFFSET (WS-KVF-IDX) :
                                  WS-KVF-FLD-LENGTH (WS-KVF-IDX))

                  MOVE WS-KVF-FLD-NAME (WS-KVF-IDX)
                    TO WS-KVF-DIFF-NAME
                  PERFORM 3100-NOTE-DIFF THRU 3100-NOTE-DIFF-EXIT

                  MOVE WS-KVF-FLD-LENGTH (WS-KVF-IDX) TO WS-KVF-TAKE
                  IF WS-KVF-TAKE GREATER THAN 28
                     MOVE 28 TO WS-KVF-TAKE
                  END-IF

                  IF WS-KVF-MISSED NOT GREATER THAN 10
                     MOVE WS-KVF-FIRST
                              (WS-KVF-FLD-OFFSET (WS-KVF-IDX) :
                               WS-KVF-TAKE)
                       TO LS-KEYVFY-DIFF-FIRST (LS-KEYVFY-DIFF-COUNT)
                     MOVE WS-KVF-SECOND
                              (WS-KVF-FLD-OFFSET (WS-KVF-IDX) :
                               WS-KVF-TAKE)
                       TO LS-KEYVFY-DIFF-SECOND (LS-KEYVFY-DIFF-COUNT)
                  END-IF

               END-IF

           END-PERFORM.

       3200-COMPARE-FIELDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One report line off the tally row in FS-KEYSTAT-RECORD.    ***
      ******************************************************************
       4000-REPORT-LINE.

           MOVE FS-KEYSTAT-KEYED       TO WS-KVF-KEYED-ED.
           MOVE FS-KEYSTAT-VERIFIED    TO WS-KVF-VERIFY-ED.
           MOVE FS-KEYSTAT-KEYED-MISS  TO WS-KVF-KMISS-ED.
           MOVE FS-KEYSTAT-VERIFY-MISS TO WS-KVF-VMISS-ED.
           MOVE FS-KEYSTAT-FIELD-MISS  TO WS-KVF-FMISS-ED.

      *** Clean share - of everything the operator keyed, first or
      *** second, the part nobody caught disagreeing.
           COMPUTE WS-KVF-WORK = FS-KEYSTAT-KEYED
                               + FS-KEYSTAT-VERIFIED.

           IF WS-KVF-WORK EQUAL ZERO
              MOVE ZERO TO WS-KVF-PCT
           ELSE
              COMPUTE WS-KVF-RIGHT = WS-KVF-WORK
                                   - FS-KEYSTAT-KEYED-MISS
                                   - FS-KEYSTAT-VERIFY-MISS
              IF WS-KVF-RIGHT LESS THAN ZERO
                 MOVE ZERO TO WS-KVF-RIGHT
              END-IF
              COMPUTE WS-KVF-PCT ROUNDED =
                      WS-KVF-RIGHT * 100 / WS-KVF-WORK
           END-IF.

           MOVE WS-KVF-PCT TO WS-KVF-PCT-ED.

           MOVE SPACE TO WS-KVF-LINE.

           STRING FS-KEYSTAT-USER  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-KVF-KEYED-ED  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-KVF-VERIFY-ED DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-KVF-KMISS-ED  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-KVF-VMISS-ED  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-KVF-FMISS-ED  DELIMITED BY SIZE
                  "      "         DELIMITED BY SIZE
                  WS-KVF-PCT-ED    DELIMITED BY SIZE
             INTO WS-KVF-LINE
           END-STRING.

           WRITE FS-KEYVFY-RPT-RECORD FROM WS-KVF-LINE.

       4000-REPORT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Adds the WS-KVF-ADD-* counts onto WS-KVF-STAT-USER's tally ***
      *** row - keystat.dat self-creates, a new operator's row too.  ***
      ******************************************************************
       5000-TALLY.

           OPEN I-O FC-KEYSTAT.

           IF WS-KEYSTAT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-KEYSTAT
              CLOSE FC-KEYSTAT
              OPEN I-O FC-KEYSTAT
           END-IF.

           MOVE WS-KVF-STAT-USER TO FS-KEYSTAT-USER.

           READ FC-KEYSTAT KEY IS FS-KEYSTAT-USER

           INVALID KEY
               MOVE ZERO TO FS-KEYSTAT-KEYED FS-KEYSTAT-VERIFIED
                            FS-KEYSTAT-KEYED-MISS
                            FS-KEYSTAT-VERIFY-MISS
                            FS-KEYSTAT-FIELD-MISS

           END-READ.

           ADD WS-KVF-ADD-KEYED  TO FS-KEYSTAT-KEYED.
           ADD WS-KVF-ADD-VERIFY TO FS-KEYSTAT-VERIFIED.
           ADD WS-KVF-ADD-KMISS  TO FS-KEYSTAT-KEYED-MISS.
           ADD WS-KVF-ADD-VMISS  TO FS-KEYSTAT-VERIFY-MISS.
           ADD WS-KVF-ADD-FIELDS TO FS-KEYSTAT-FIELD-MISS.

           MOVE WS-KVF-DATE TO FS-KEYSTAT-LAST-TS (1:8).
           MOVE WS-KVF-TIME TO FS-KEYSTAT-LAST-TS (9:8).

           REWRITE FS-KEYSTAT-RECORD

           INVALID KEY *> First tally for this operator
               WRITE FS-KEYSTAT-RECORD
               INVALID KEY
                   CONTINUE
               END-WRITE

           END-REWRITE.

           CLOSE FC-KEYSTAT.

       5000-TALLY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-KEYVFY-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-KEYHELD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-KEYSTAT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-KEYVFY-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
