      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    docref.cbl         ***
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
       PROGRAM-ID. REYDB_DOCREF IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** The document-reference index - contracts, signed forms and ***
      *** ID scans live in the imaging system, and docref.dat ties   ***
      *** each one to the database and key it belongs to by the      ***
      *** imaging system's own document id, with its type, received  ***
      *** date and retention class, instead of a number someone      ***
      *** typed into free text.                                      ***
      ***                                                            ***
      *** REYDB_DOCREF files (or refreshes) one reference;           ***
      *** REYDB_DOCREF_DROP takes one back off; REYDB_DOCREF_LIST    ***
      *** hands a record's references back - REYDB_MAINTAIN paints   ***
      *** them under the record and the inbox server answers with    ***
      *** them. REYDB_DOCREF_REQUIRE and REYDB_DOCREF_UNREQUIRE say  ***
      *** which records must carry a document: a database's records  ***
      *** of one type value (REYDB_DICT_RECTYPE), or all of them,    ***
      *** needing one of a document type, or any.                    ***
      ***                                                            ***
      *** REYDB_DOCREF_SWEEP is the nightly check against the        ***
      *** imaging system's daily inventory extract (docinv.dat) -    ***
      *** every reference the imaging system does not hold, every    ***
      *** document it holds that no record references, and every     ***
      *** record missing a required document lands on docref.rpt.    ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-docref.cpy".
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
       COPY "file/section/reydb-docref.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-docref.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-rectype.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-DOC-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Who is filing, and when.
       77 WS-DOC-USER PIC X(08) VALUE SPACE.
       77 WS-DOC-DATE PIC 9(08) VALUE ZERO.
       77 WS-DOC-TIME PIC 9(08) VALUE ZERO.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The requirements, loaded whole before the databases are
      *** swept.
       77 WS-DOC-REQ-COUNT PIC 9(02) COMP-5 VALUE ZERO.

       01 WS-DOC-REQ-TABLE.
          02 WS-DOC-REQ OCCURS 50 TIMES.
             03 WS-DOC-REQ-DATABASE PIC X(64).
             03 WS-DOC-REQ-RECTYPE  PIC X(08).
             03 WS-DOC-REQ-DOC-TYPE PIC X(08).

      *** One row's plaintext mid-sweep, and what reading it takes.
       77 WS-DOC-ROW-PLAIN     PIC X(471) VALUE SPACE.
       77 WS-DOC-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-DOC-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.

      *** 'Y' once the inventory extract was there to check against,
      *** and once the record in hand was found carrying the
      *** required document.
       77 WS-DOC-HAVE-INV PIC X(01) VALUE 'N'.
       77 WS-DOC-HAS-DOC  PIC X(01) VALUE 'N'.

       77 WS-DOC-EXCEPTIONS PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-DOC-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-DOC-IDX   PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-DOC-EOF   PIC X(01) VALUE 'N'.
       77 WS-DOC-REF-EOF PIC X(01) VALUE 'N'.
       77 WS-DOC-DELETE-RC PIC 9(09) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The reference being filed, dropped or listed.
       77 LS-DOCREF-RECORD-KEY PIC X(18) VALUE SPACE.
       77 LS-DOCREF-DOC-ID     PIC X(20) VALUE SPACE.
       77 LS-DOCREF-DOC-TYPE   PIC X(08) VALUE SPACE.
       77 LS-DOCREF-RECEIVED   PIC 9(08) VALUE ZERO.
       77 LS-DOCREF-RETENTION  PIC X(04) VALUE SPACE.

      *** The record type value a requirement covers.
       77 LS-DOCREF-RECTYPE PIC X(08) VALUE SPACE.

      *** A record's references on the way back out (shape of
      *** WS-DOCREF-LIST in data/working/reydb-docref.cpy).
       01 LS-DOCREF-LIST.
          02 LS-DOCREF-LIST-COUNT PIC 9(02) COMP-5.
          02 LS-DOCREF-LIST-ENTRY OCCURS 10 TIMES.
             03 LS-DOCREF-LIST-DOC-ID    PIC X(20).
             03 LS-DOCREF-LIST-DOC-TYPE  PIC X(08).
             03 LS-DOCREF-LIST-RECEIVED  PIC 9(08).
             03 LS-DOCREF-LIST-RETENTION PIC X(04).

       77 LS-DOCREF-EXCEPTIONS PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - files (or refreshes) one reference.  ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-DOCREF-RECORD-KEY
                                    LS-DOCREF-DOC-ID
                                    LS-DOCREF-DOC-TYPE
                                    LS-DOCREF-RECEIVED
                                    LS-DOCREF-RETENTION
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** A reference with no record, no document or no type cannot
      *** be checked against anything.
           IF LS-DOCREF-RECORD-KEY EQUAL SPACE
           OR LS-DOCREF-DOC-ID     EQUAL SPACE
           OR LS-DOCREF-DOC-TYPE   EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-DOCREF.

      *** First reference ever - docref.dat self-creates.
           IF WS-DOCREF-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-DOCREF
              CLOSE FC-DOCREF
              OPEN I-O FC-DOCREF
           END-IF.

           MOVE SPACE TO WS-DOC-USER.

           CALL "REYDB_WHOAMI" USING WS-DOC-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           ACCEPT WS-DOC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DOC-TIME FROM TIME.

           MOVE WS-DOC-RESOLVED-NAME TO FS-DOCREF-DATABASE.
           MOVE LS-DOCREF-RECORD-KEY TO FS-DOCREF-RECORD-KEY.
           MOVE LS-DOCREF-DOC-ID     TO FS-DOCREF-DOC-ID.
           MOVE LS-DOCREF-DOC-TYPE   TO FS-DOCREF-DOC-TYPE.
           MOVE LS-DOCREF-RETENTION  TO FS-DOCREF-RETENTION.
           MOVE WS-DOC-USER          TO FS-DOCREF-USER.
           MOVE WS-DOC-DATE          TO FS-DOCREF-FILED-TS (1:8).
           MOVE WS-DOC-TIME          TO FS-DOCREF-FILED-TS (9:8).

      *** No received date given - it came in today.
           IF LS-DOCREF-RECEIVED IS NUMERIC
              AND LS-DOCREF-RECEIVED GREATER THAN ZERO
              MOVE LS-DOCREF-RECEIVED TO FS-DOCREF-RECEIVED
           ELSE
              MOVE WS-DOC-DATE TO FS-DOCREF-RECEIVED
           END-IF.

           WRITE FS-DOCREF-RECORD

           INVALID KEY *> Filed again - refresh type, date and class

               REWRITE FS-DOCREF-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-DOCREF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - takes one reference back off.         ***
      ******************************************************************
       ENTRY "REYDB_DOCREF_DROP" USING LS-REYDB-DATABASE-NAME
                                       LS-DOCREF-RECORD-KEY
                                       LS-DOCREF-DOC-ID.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-DOCREF.

           IF WS-DOCREF-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-DOC-RESOLVED-NAME TO FS-DOCREF-DATABASE.
           MOVE LS-DOCREF-RECORD-KEY TO FS-DOCREF-RECORD-KEY.
           MOVE LS-DOCREF-DOC-ID     TO FS-DOCREF-DOC-ID.

           DELETE FC-DOCREF RECORD

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-DOCREF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - a record's references, first ten by    ***
      *** document id. NOT-FOUND with a zero count when it carries   ***
      *** none.                                                      ***
      ******************************************************************
       ENTRY "REYDB_DOCREF_LIST" USING LS-REYDB-DATABASE-NAME
                                       LS-DOCREF-RECORD-KEY
                                       LS-DOCREF-LIST.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-DOCREF-LIST-COUNT WS-DOC-COUNT.
           MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN INPUT FC-DOCREF.

           IF WS-DOCREF-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           MOVE WS-DOC-RESOLVED-NAME TO FS-DOCREF-DATABASE.
           MOVE LS-DOCREF-RECORD-KEY TO FS-DOCREF-RECORD-KEY.
           MOVE LOW-VALUE            TO FS-DOCREF-DOC-ID.

           START FC-DOCREF KEY IS NOT LESS THAN FS-DOCREF-KEY

           INVALID KEY

               CONTINUE

           NOT INVALID KEY

               MOVE 'N' TO WS-DOC-REF-EOF

               PERFORM UNTIL WS-DOC-REF-EOF EQUAL 'S'

                   READ FC-DOCREF NEXT RECORD

                   AT END
                       MOVE 'S' TO WS-DOC-REF-EOF

                   NOT AT END
                       IF FS-DOCREF-DATABASE
                          NOT EQUAL WS-DOC-RESOLVED-NAME
                       OR FS-DOCREF-RECORD-KEY
                          NOT EQUAL LS-DOCREF-RECORD-KEY
                       OR WS-DOC-COUNT EQUAL 10
                          MOVE 'S' TO WS-DOC-REF-EOF
                       ELSE
                          ADD 1 TO WS-DOC-COUNT
                          MOVE FS-DOCREF-DOC-ID
                            TO LS-DOCREF-LIST-DOC-ID (WS-DOC-COUNT)
                          MOVE FS-DOCREF-DOC-TYPE
                            TO LS-DOCREF-LIST-DOC-TYPE (WS-DOC-COUNT)
                          MOVE FS-DOCREF-RECEIVED
                            TO LS-DOCREF-LIST-RECEIVED (WS-DOC-COUNT)
                          MOVE FS-DOCREF-RETENTION
                            TO LS-DOCREF-LIST-RETENTION (WS-DOC-COUNT)
                       END-IF
                   END-READ

               END-PERFORM

           END-START.

           CLOSE FC-DOCREF.

           MOVE WS-DOC-COUNT TO LS-DOCREF-LIST-COUNT.

           IF WS-DOC-COUNT GREATER THAN ZERO
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - a database's records of one type      ***
      *** value (SPACE - all of them) must carry a document of one   ***
      *** type (SPACE - any document).                               ***
      ******************************************************************
       ENTRY "REYDB_DOCREF_REQUIRE" USING LS-REYDB-DATABASE-NAME
                                          LS-DOCREF-RECTYPE
                                          LS-DOCREF-DOC-TYPE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-DOCREQ.

      *** First requirement ever - docreq.dat self-creates.
           IF WS-DOCREQ-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-DOCREQ
              CLOSE FC-DOCREQ
              OPEN I-O FC-DOCREQ
           END-IF.

           ACCEPT WS-DOC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DOC-TIME FROM TIME.

           MOVE WS-DOC-RESOLVED-NAME TO FS-DOCREQ-DATABASE.
           MOVE LS-DOCREF-RECTYPE    TO FS-DOCREQ-RECTYPE.
           MOVE LS-DOCREF-DOC-TYPE   TO FS-DOCREQ-DOC-TYPE.
           MOVE WS-DOC-DATE          TO FS-DOCREQ-FILED-TS (1:8).
           MOVE WS-DOC-TIME          TO FS-DOCREQ-FILED-TS (9:8).

           WRITE FS-DOCREQ-RECORD

           INVALID KEY *> Already required - nothing more to file
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-DOCREQ.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - withdraws one requirement.             ***
      ******************************************************************
       ENTRY "REYDB_DOCREF_UNREQUIRE" USING LS-REYDB-DATABASE-NAME
                                            LS-DOCREF-RECTYPE
                                            LS-DOCREF-DOC-TYPE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-DOCREQ.

           IF WS-DOCREQ-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-DOC-RESOLVED-NAME TO FS-DOCREQ-DATABASE.
           MOVE LS-DOCREF-RECTYPE    TO FS-DOCREQ-RECTYPE.
           MOVE LS-DOCREF-DOC-TYPE   TO FS-DOCREQ-DOC-TYPE.

           DELETE FC-DOCREQ RECORD

           INVALID KEY
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-DOCREQ.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixth entry point - the nightly sweep. Every exception     ***
      *** lands on docref.rpt and counts; any at all answer          ***
      *** VALIDATION-FAIL, so the run-deck shows the morning there   ***
      *** is something to chase. No inventory extract to check       ***
      *** against answers NOT-FOUND, after the requirement check     ***
      *** has still run.                                             ***
      ******************************************************************
       ENTRY "REYDB_DOCREF_SWEEP" USING LS-DOCREF-EXCEPTIONS.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-DOC-EXCEPTIONS LS-DOCREF-EXCEPTIONS.

           OPEN OUTPUT FC-DOCREF-RPT.

           PERFORM 1000-LOAD-INVENTORY THRU 1000-LOAD-INVENTORY-EXIT.

           IF WS-DOC-HAVE-INV EQUAL 'Y'
              PERFORM 2000-CHECK-REFERENCES
                 THRU 2000-CHECK-REFERENCES-EXIT
              PERFORM 3000-CHECK-INVENTORY
                 THRU 3000-CHECK-INVENTORY-EXIT
           END-IF.

           PERFORM 4000-CHECK-REQUIRED THRU 4000-CHECK-REQUIRED-EXIT.

           CLOSE FC-DOCREF-RPT.

           MOVE WS-DOC-EXCEPTIONS TO LS-DOCREF-EXCEPTIONS.

           EVALUATE TRUE
               WHEN WS-DOC-HAVE-INV NOT EQUAL 'Y'
                   MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
               WHEN WS-DOC-EXCEPTIONS GREATER THAN ZERO
                   MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
               WHEN OTHER
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-EVALUATE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once, so   ***
      *** every entry point files and finds references under one     ***
      *** spelling.                                                  ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-DOC-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-DOC-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The imaging system's extract copied to a scratch file      ***
      *** keyed by document id, each document not yet matched. A     ***
      *** document listed twice is kept once.                        ***
      ******************************************************************
       1000-LOAD-INVENTORY.

           MOVE 'N' TO WS-DOC-HAVE-INV.

           OPEN INPUT FC-DOCINV.

           IF WS-DOCINV-FILE-STATUS NOT EQUAL "00"
              MOVE SPACE TO FS-DOCREF-RPT-RECORD
              MOVE "NO INVENTORY"  TO FS-DOCREF-RPT-ACTION
              MOVE WS-DOCINV-FILE-NAME (1:40)
                TO FS-DOCREF-RPT-DATABASE
              WRITE FS-DOCREF-RPT-RECORD
              GO TO 1000-LOAD-INVENTORY-EXIT
           END-IF.

           MOVE 'Y' TO WS-DOC-HAVE-INV.

           OPEN OUTPUT FC-DOCWRK.
           CLOSE FC-DOCWRK.
           OPEN I-O FC-DOCWRK.

           MOVE 'N' TO WS-DOC-EOF.

           PERFORM UNTIL WS-DOC-EOF EQUAL 'S'

               READ FC-DOCINV

               AT END
                   MOVE 'S' TO WS-DOC-EOF

               NOT AT END
                   IF FS-DOCINV-DOC-ID NOT EQUAL SPACE
                      MOVE FS-DOCINV-DOC-ID   TO FS-DOCWRK-DOC-ID
                      MOVE FS-DOCINV-DOC-TYPE TO FS-DOCWRK-DOC-TYPE
                      MOVE 'N'                TO FS-DOCWRK-MATCHED
                      WRITE FS-DOCWRK-RECORD
                          INVALID KEY
                              CONTINUE
                      END-WRITE
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-DOCINV.

       1000-LOAD-INVENTORY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every reference looked up in the inventory - one the       ***
      *** imaging system does not hold is reported, one it does      ***
      *** marks the document matched.                                ***
      ******************************************************************
       2000-CHECK-REFERENCES.

           OPEN INPUT FC-DOCREF.

           IF WS-DOCREF-FILE-STATUS NOT EQUAL "00"
              GO TO 2000-CHECK-REFERENCES-EXIT
           END-IF.

           MOVE 'N' TO WS-DOC-REF-EOF.

           PERFORM UNTIL WS-DOC-REF-EOF EQUAL 'S'

               READ FC-DOCREF NEXT RECORD

               AT END
                   MOVE 'S' TO WS-DOC-REF-EOF

               NOT AT END
                   MOVE FS-DOCREF-DOC-ID TO FS-DOCWRK-DOC-ID

                   READ FC-DOCWRK KEY IS FS-DOCWRK-DOC-ID

                   INVALID KEY
                       MOVE SPACE TO FS-DOCREF-RPT-RECORD
                       MOVE "NOT IN IMAGING"  TO FS-DOCREF-RPT-ACTION
                       MOVE FS-DOCREF-DATABASE (1:40)
                         TO FS-DOCREF-RPT-DATABASE
                       MOVE FS-DOCREF-RECORD-KEY TO FS-DOCREF-RPT-KEY
                       MOVE FS-DOCREF-DOC-ID     TO FS-DOCREF-RPT-DOC-ID
                       MOVE FS-DOCREF-DOC-TYPE
                         TO FS-DOCREF-RPT-DOC-TYPE
                       WRITE FS-DOCREF-RPT-RECORD
                       ADD 1 TO WS-DOC-EXCEPTIONS

                   NOT INVALID KEY
                       MOVE 'Y' TO FS-DOCWRK-MATCHED
                       REWRITE FS-DOCWRK-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE

                   END-READ
               END-READ

           END-PERFORM.

           CLOSE FC-DOCREF.

       2000-CHECK-REFERENCES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every document the imaging system holds that no reference  ***
      *** matched is reported - then the scratch copy has served.    ***
      ******************************************************************
       3000-CHECK-INVENTORY.

           MOVE LOW-VALUE TO FS-DOCWRK-DOC-ID.
           MOVE 'N'       TO WS-DOC-EOF.

           START FC-DOCWRK KEY IS NOT LESS THAN FS-DOCWRK-DOC-ID
               INVALID KEY
                   MOVE 'S' TO WS-DOC-EOF
           END-START.

           PERFORM UNTIL WS-DOC-EOF EQUAL 'S'

               READ FC-DOCWRK NEXT RECORD

               AT END
                   MOVE 'S' TO WS-DOC-EOF

               NOT AT END
                   IF FS-DOCWRK-MATCHED NOT EQUAL 'Y'
                      MOVE SPACE TO FS-DOCREF-RPT-RECORD
                      MOVE "NOT REFERENCED"   TO FS-DOCREF-RPT-ACTION
                      MOVE FS-DOCWRK-DOC-ID   TO FS-DOCREF-RPT-DOC-ID
                      MOVE FS-DOCWRK-DOC-TYPE TO FS-DOCREF-RPT-DOC-TYPE
                      WRITE FS-DOCREF-RPT-RECORD
                      ADD 1 TO WS-DOC-EXCEPTIONS
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-DOCWRK.

           CALL "CBL_DELETE_FILE" USING WS-DOCWRK-FILE-NAME
               RETURNING WS-DOC-DELETE-RC
           END-CALL.

       3000-CHECK-INVENTORY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every requirement's database swept for records that should ***
      *** carry a document and do not.                               ***
      ******************************************************************
       4000-CHECK-REQUIRED.

           MOVE ZERO TO WS-DOC-REQ-COUNT.
           MOVE 'N'  TO WS-DOC-EOF.

           OPEN INPUT FC-DOCREQ.

           IF WS-DOCREQ-FILE-STATUS NOT EQUAL "00"
              GO TO 4000-CHECK-REQUIRED-EXIT
           END-IF.

           PERFORM UNTIL WS-DOC-EOF EQUAL 'S'

               READ FC-DOCREQ NEXT RECORD

               AT END
                   MOVE 'S' TO WS-DOC-EOF

               NOT AT END
                   IF WS-DOC-REQ-COUNT LESS THAN 50
                      ADD 1 TO WS-DOC-REQ-COUNT
                      MOVE FS-DOCREQ-DATABASE
                        TO WS-DOC-REQ-DATABASE (WS-DOC-REQ-COUNT)
                      MOVE FS-DOCREQ-RECTYPE
                        TO WS-DOC-REQ-RECTYPE (WS-DOC-REQ-COUNT)
                      MOVE FS-DOCREQ-DOC-TYPE
                        TO WS-DOC-REQ-DOC-TYPE (WS-DOC-REQ-COUNT)
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-DOCREQ.

           IF WS-DOC-REQ-COUNT EQUAL ZERO
              GO TO 4000-CHECK-REQUIRED-EXIT
           END-IF.

           OPEN INPUT FC-DOCREF.

           PERFORM 4100-SWEEP-REQUIREMENT
              THRU 4100-SWEEP-REQUIREMENT-EXIT
              VARYING WS-DOC-IDX FROM 1 BY 1
                UNTIL WS-DOC-IDX GREATER THAN WS-DOC-REQ-COUNT.

           IF WS-DOCREF-FILE-STATUS EQUAL "00"
              CLOSE FC-DOCREF
           END-IF.

       4000-CHECK-REQUIRED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One requirement's database, walked under its shared gate - ***
      *** a row of the required type value (read off its plaintext   ***
      *** where the dictionary's discriminator sits) is checked for  ***
      *** its document. A type value asked of a database with no     ***
      *** discriminator declared is reported and skipped.            ***
      ******************************************************************
       4100-SWEEP-REQUIREMENT.

           MOVE WS-DOC-REQ-DATABASE (WS-DOC-IDX)
             TO WS-DOC-RESOLVED-NAME.

           IF WS-DOC-REQ-RECTYPE (WS-DOC-IDX) NOT EQUAL SPACE

              CALL "REYDB_DICT_RECTYPES" USING WS-DOC-RESOLVED-NAME
                                               WS-RECTYPE-TABLE
                  RETURNING WS-REYDB-RESULT-RECTYPE
              END-CALL

              IF WS-REYDB-RESULT-RECTYPE NOT EQUAL WS-REYDB-SUCCESS
                 MOVE SPACE TO FS-DOCREF-RPT-RECORD
                 MOVE "NO RECORD TYPES" TO FS-DOCREF-RPT-ACTION
                 MOVE WS-DOC-RESOLVED-NAME (1:40)
                   TO FS-DOCREF-RPT-DATABASE
                 MOVE WS-DOC-REQ-DOC-TYPE (WS-DOC-IDX)
                   TO FS-DOCREF-RPT-DOC-TYPE
                 WRITE FS-DOCREF-RPT-RECORD
                 GO TO 4100-SWEEP-REQUIREMENT-EXIT
              END-IF

           END-IF.

           CALL "REYDB_POLICY" USING WS-DOC-RESOLVED-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

           CALL "REYDB_ENQUEUE_SHARED" USING WS-DOC-RESOLVED-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              GO TO 4100-SWEEP-REQUIREMENT-EXIT
           END-IF.

           MOVE WS-DOC-RESOLVED-NAME TO WS-REYDB-DATABASE-NAME.
           MOVE 'N'                  TO WS-DOC-EOF.

           OPEN INPUT FC-REYDB.

           PERFORM UNTIL WS-DOC-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-DOC-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      PERFORM 4200-CHECK-ROW THRU 4200-CHECK-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.

           CALL "REYDB_DEQUEUE_SHARED" USING WS-DOC-RESOLVED-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

       4100-SWEEP-REQUIREMENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One row under a requirement - its type value matched when  ***
      *** the requirement names one, then its references walked for  ***
      *** a document of the required type.                           ***
      ******************************************************************
       4200-CHECK-ROW.

           IF WS-DOC-REQ-RECTYPE (WS-DOC-IDX) NOT EQUAL SPACE

              PERFORM 4300-PLAIN-ROW THRU 4300-PLAIN-ROW-EXIT

              IF WS-DOC-ROW-PLAIN
                 (WS-RECTYPE-OFFSET : WS-RECTYPE-LENGTH)
                 NOT EQUAL WS-DOC-REQ-RECTYPE (WS-DOC-IDX)
                           (1 : WS-RECTYPE-LENGTH)
                 GO TO 4200-CHECK-ROW-EXIT
              END-IF

           END-IF.

           MOVE 'N' TO WS-DOC-HAS-DOC.

           IF WS-DOCREF-FILE-STATUS EQUAL "00"

              MOVE WS-DOC-RESOLVED-NAME TO FS-DOCREF-DATABASE
              MOVE FS-REYDB-KEY         TO FS-DOCREF-RECORD-KEY
              MOVE LOW-VALUE            TO FS-DOCREF-DOC-ID
              MOVE 'N'                  TO WS-DOC-REF-EOF

              START FC-DOCREF KEY IS NOT LESS THAN FS-DOCREF-KEY
                  INVALID KEY
                      MOVE 'S' TO WS-DOC-REF-EOF
              END-START

              PERFORM UNTIL WS-DOC-REF-EOF EQUAL 'S'
                         OR WS-DOC-HAS-DOC EQUAL 'Y'

                  READ FC-DOCREF NEXT RECORD

                  AT END
                      MOVE 'S' TO WS-DOC-REF-EOF

                  NOT AT END
                      IF FS-DOCREF-DATABASE
                         NOT EQUAL WS-DOC-RESOLVED-NAME
                      OR FS-DOCREF-RECORD-KEY NOT EQUAL FS-REYDB-KEY
                         MOVE 'S' TO WS-DOC-REF-EOF
                      ELSE
                         IF WS-DOC-REQ-DOC-TYPE (WS-DOC-IDX)
                            EQUAL SPACE
                         OR WS-DOC-REQ-DOC-TYPE (WS-DOC-IDX)
                            EQUAL FS-DOCREF-DOC-TYPE
                            MOVE 'Y' TO WS-DOC-HAS-DOC
                         END-IF
                      END-IF
                  END-READ

              END-PERFORM

           END-IF.

           IF WS-DOC-HAS-DOC NOT EQUAL 'Y'
              MOVE SPACE TO FS-DOCREF-RPT-RECORD
              MOVE "NO DOCUMENT"   TO FS-DOCREF-RPT-ACTION
              MOVE WS-DOC-RESOLVED-NAME (1:40)
                TO FS-DOCREF-RPT-DATABASE
              MOVE FS-REYDB-KEY    TO FS-DOCREF-RPT-KEY
              MOVE WS-DOC-REQ-DOC-TYPE (WS-DOC-IDX)
                TO FS-DOCREF-RPT-DOC-TYPE
              WRITE FS-DOCREF-RPT-RECORD
              ADD 1 TO WS-DOC-EXCEPTIONS
           END-IF.

       4200-CHECK-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The row just read, back in plaintext - deciphered under    ***
      *** its own stamped generation, then decompressed.             ***
      ******************************************************************
       4300-PLAIN-ROW.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-DOC-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-DOC-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-DOC-ROW-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       WS-DOC-RESOLVED-NAME
                       FS-REYDB-KEY
                       WS-DOC-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-DOC-ROW-PLAIN
                                             WS-DOC-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-DOC-ROW-PLAIN
                                         WS-DOC-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

       4300-PLAIN-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-DOCREF-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DOCREQ-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DOCINV-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DOCWRK-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DOCREF-RPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
