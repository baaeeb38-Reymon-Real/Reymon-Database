      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    transition.cbl     ***
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
       PROGRAM-ID. REYDB_TRANSITION IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** The record lifecycle - a database's status field (the one ***
      *** its dictionary types 'S') may only move along the from/to  ***
      *** pairs declared in transition.dat. REYDB_TRANSITION         ***
      *** declares one allowed move; REYDB_TRANSITION_DROP takes it  ***
      *** back off; REYDB_TRANSITION_CHECK is the question           ***
      *** REYDB_REWRITE, REYDB_UPDATE and REYDB_UPDATE_WHERE ask     ***
      *** with the old and new plaintext content in hand, so a       ***
      *** CLOSED row is not rewritten straight back to OPEN - and    ***
      *** REYDB_MAINTAIN inherits the refusal through REYDB_REWRITE. ***
      *** A status that did move comes back flagged, and the write   ***
      *** path files a "STATE" entry on the audit trail beside its   ***
      *** own; REYDB_TRANSITION_REPORT reads those entries back as   ***
      *** one line per move onto transition.rpt.                    ***
      ***                                                             ***
      *** No 'S' field, or no transitions declared for the database, ***
      *** answers allowed - every database's historical behavior.    ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-trans.cpy".
       COPY "file/control/reydb-audit.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-trans.cpy".
       COPY "file/section/reydb-audit.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-trans.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-policy.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-TRANS-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Stamp pieces for a freshly declared transition.
       77 WS-TRANS-DATE PIC 9(08) VALUE ZERO.
       77 WS-TRANS-TIME PIC 9(08) VALUE ZERO.

      *** Where the status field sits in FS-REYDB-CONTENT, as the
      *** dictionary answers for the 'S' type.
       77 WS-TRANS-STATUS-TYPE   PIC X(01) VALUE 'S'.
       77 WS-TRANS-STATUS-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-TRANS-STATUS-LENGTH PIC 9(04) COMP-5 VALUE ZERO.

      *** The status codes being compared, clipped to the width the
      *** table keys on.
       77 WS-TRANS-OLD-STATUS PIC X(16) VALUE SPACE.
       77 WS-TRANS-NEW-STATUS PIC X(16) VALUE SPACE.

      *** Each trail image laid out so its flag byte and content
      *** slice read on their own, and the plaintext both come
      *** back to.
       01 WS-TRANS-BEFORE-IMAGE.
          02 WS-TRANS-BEFORE-FLAG    PIC X(01).
             88 WS-TRANS-BEFORE-IS-COMPRESSED VALUE "C" "Z".
          02 WS-TRANS-BEFORE-STAMPS  PIC X(40).
          02 WS-TRANS-BEFORE-CONTENT PIC X(471).

       01 WS-TRANS-AFTER-IMAGE.
          02 WS-TRANS-AFTER-FLAG    PIC X(01).
             88 WS-TRANS-AFTER-IS-COMPRESSED VALUE "C" "Z".
          02 WS-TRANS-AFTER-STAMPS  PIC X(40).
          02 WS-TRANS-AFTER-CONTENT PIC X(471).

       77 WS-TRANS-BEFORE-COMPRESS PIC X(01) VALUE SPACE.
       77 WS-TRANS-AFTER-COMPRESS  PIC X(01) VALUE SPACE.
       77 WS-TRANS-ROW-GEN         PIC 9(04) COMP-5 VALUE ZERO.

      *** Results of the decipher calls.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.

       77 WS-TRANS-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-TRANS-EOF   PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The move being declared or dropped.
       77 LS-TRANS-FROM PIC X(16) VALUE SPACE.
       77 LS-TRANS-TO   PIC X(16) VALUE SPACE.

      *** The row's plaintext content before and after the write
      *** being asked about, and 'Y' back when its status moved.
       77 LS-TRANS-OLD-CONTENT PIC X(471) VALUE SPACE.
       77 LS-TRANS-NEW-CONTENT PIC X(471) VALUE SPACE.
       77 LS-TRANS-CHANGED     PIC X(01) VALUE 'N'.

       77 LS-REYDB-TRANS-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-ILLEGAL-TRANSITION VALUE 31.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - declares (or refreshes) one allowed  ***
      *** move of the status field.                                  ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-TRANS-FROM
                                    LS-TRANS-TO
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** A move onto the same code is no move at all, and a move to
      *** nowhere cannot be checked.
           IF LS-TRANS-TO   EQUAL SPACE
           OR LS-TRANS-FROM EQUAL LS-TRANS-TO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-TRANS.

      *** First transition ever - transition.dat does not exist yet.
           IF WS-TRANS-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-TRANS
              CLOSE FC-TRANS
              OPEN I-O FC-TRANS
           END-IF.

           ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRANS-TIME FROM TIME.

           MOVE WS-TRANS-RESOLVED-NAME TO FS-TRANS-DATABASE.
           MOVE LS-TRANS-FROM          TO FS-TRANS-FROM.
           MOVE LS-TRANS-TO            TO FS-TRANS-TO.
           MOVE WS-TRANS-DATE          TO FS-TRANS-DEFINED-TS (1:8).
           MOVE WS-TRANS-TIME          TO FS-TRANS-DEFINED-TS (9:8).

           WRITE FS-TRANS-RECORD

           INVALID KEY *> Re-declared - refresh the stamp

               REWRITE FS-TRANS-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-TRANS.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - drops one declared move.              ***
      ******************************************************************
       ENTRY "REYDB_TRANSITION_DROP" USING LS-REYDB-DATABASE-NAME
                                           LS-TRANS-FROM
                                           LS-TRANS-TO.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-TRANS.

           IF WS-TRANS-FILE-STATUS EQUAL "35"
      *** Nothing was ever declared - nothing to drop.
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-TRANS-RESOLVED-NAME TO FS-TRANS-DATABASE.
           MOVE LS-TRANS-FROM          TO FS-TRANS-FROM.
           MOVE LS-TRANS-TO            TO FS-TRANS-TO.

           DELETE FC-TRANS RECORD

           INVALID KEY *> Was never declared - not an error
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-TRANS.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the write paths' question: may this    ***
      *** row's status move from what the old content carries to     ***
      *** what the new content carries. Answers ILLEGAL-TRANSITION   ***
      *** only when the status moved, the database declares          ***
      *** transitions, and this pair is not among them.              ***
      ******************************************************************
       ENTRY "REYDB_TRANSITION_CHECK" USING LS-REYDB-DATABASE-NAME
                                            LS-TRANS-OLD-CONTENT
                                            LS-TRANS-NEW-CONTENT
                                            LS-TRANS-CHANGED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N' TO LS-TRANS-CHANGED.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 0200-LOCATE-STATUS THRU 0200-LOCATE-STATUS-EXIT.

      *** No usable status field declared - nothing to enforce.
           IF WS-TRANS-STATUS-LENGTH EQUAL ZERO
              GOBACK
           END-IF.

           MOVE SPACE TO WS-TRANS-OLD-STATUS WS-TRANS-NEW-STATUS.

           MOVE LS-TRANS-OLD-CONTENT
                (WS-TRANS-STATUS-OFFSET : WS-TRANS-STATUS-LENGTH)
             TO WS-TRANS-OLD-STATUS (1 : WS-TRANS-STATUS-LENGTH).

           MOVE LS-TRANS-NEW-CONTENT
                (WS-TRANS-STATUS-OFFSET : WS-TRANS-STATUS-LENGTH)
             TO WS-TRANS-NEW-STATUS (1 : WS-TRANS-STATUS-LENGTH).

      *** Leaving the status where it was is always allowed.
           IF WS-TRANS-OLD-STATUS EQUAL WS-TRANS-NEW-STATUS
              GOBACK
           END-IF.

           MOVE 'Y' TO LS-TRANS-CHANGED.

           OPEN INPUT FC-TRANS.

           IF WS-TRANS-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

      *** A database with no rows at all moves freely - START on its
      *** name prefix and see whether the first row is still its own.
           MOVE WS-TRANS-RESOLVED-NAME TO FS-TRANS-DATABASE.
           MOVE LOW-VALUES             TO FS-TRANS-FROM FS-TRANS-TO.

           START FC-TRANS KEY IS GREATER THAN FS-TRANS-KEY

           INVALID KEY

               CLOSE FC-TRANS
               GOBACK

           END-START.

           READ FC-TRANS NEXT RECORD

           AT END
               CLOSE FC-TRANS
               GOBACK

           END-READ.

           IF FS-TRANS-DATABASE NOT EQUAL WS-TRANS-RESOLVED-NAME
              CLOSE FC-TRANS
              GOBACK
           END-IF.

           MOVE WS-TRANS-RESOLVED-NAME TO FS-TRANS-DATABASE.
           MOVE WS-TRANS-OLD-STATUS    TO FS-TRANS-FROM.
           MOVE WS-TRANS-NEW-STATUS    TO FS-TRANS-TO.

           READ FC-TRANS KEY IS FS-TRANS-KEY

           INVALID KEY
               MOVE 'N' TO LS-TRANS-CHANGED
               MOVE WS-REYDB-ILLEGAL-TRANSITION TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-READ.

           CLOSE FC-TRANS.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - every "STATE" entry on a database's   ***
      *** audit trail, deciphered and cut down to the status field,  ***
      *** onto transition.rpt: stamp, user, key, from and to.        ***
      ******************************************************************
       ENTRY "REYDB_TRANSITION_REPORT" USING LS-REYDB-DATABASE-NAME
                                             LS-REYDB-TRANS-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-TRANS-COUNT LS-REYDB-TRANS-COUNT.

           PERFORM 0200-LOCATE-STATUS THRU 0200-LOCATE-STATUS-EXIT.

      *** The moves only mean anything through a declared status
      *** field.
           IF WS-TRANS-STATUS-LENGTH EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** A plaintext database's images carry no cipher to undo.
           CALL "REYDB_POLICY" USING LS-REYDB-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

      *** The trail being read is this database's own.
           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE
              MOVE SPACE TO WS-AUDIT-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     ".log"                 DELIMITED BY SIZE
                INTO WS-AUDIT-DATABASE-NAME
           END-IF.

           OPEN INPUT FC-AUDIT.

           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN OUTPUT FC-TRANS-RPT.

           MOVE 'N' TO WS-TRANS-EOF.

           PERFORM UNTIL WS-TRANS-EOF EQUAL 'S'

               READ FC-AUDIT

               AT END
                   MOVE 'S' TO WS-TRANS-EOF

               NOT AT END
                   IF FS-AUDIT-OPERATION EQUAL WS-AUDIT-OP-STATE
                      PERFORM 1000-REPORT-ENTRY
                         THRU 1000-REPORT-ENTRY-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-AUDIT.
           CLOSE FC-TRANS-RPT.

           MOVE WS-TRANS-COUNT   TO LS-REYDB-TRANS-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once, so   ***
      *** every entry point files and finds transitions under one    ***
      *** spelling.                                                  ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-TRANS-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-TRANS-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Asks the dictionary where the status field sits. A length  ***
      *** of zero back means there is no usable one - none declared, ***
      *** or a slice that runs off the end of the content. A status  ***
      *** wider than the table's key is compared on its first 16     ***
      *** bytes.                                                     ***
      ******************************************************************
       0200-LOCATE-STATUS.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE ZERO TO WS-TRANS-STATUS-OFFSET WS-TRANS-STATUS-LENGTH.

           CALL "REYDB_DICT_TYPED" USING LS-REYDB-DATABASE-NAME
                                         WS-TRANS-STATUS-TYPE
                                         WS-TRANS-STATUS-OFFSET
                                         WS-TRANS-STATUS-LENGTH
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
           OR WS-TRANS-STATUS-OFFSET EQUAL ZERO
           OR WS-TRANS-STATUS-OFFSET + WS-TRANS-STATUS-LENGTH - 1
              GREATER THAN 471
              MOVE ZERO TO WS-TRANS-STATUS-LENGTH
              GO TO 0200-LOCATE-STATUS-EXIT
           END-IF.

           IF WS-TRANS-STATUS-LENGTH GREATER THAN 16
              MOVE 16 TO WS-TRANS-STATUS-LENGTH
           END-IF.

       0200-LOCATE-STATUS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One "STATE" trail pair back to plaintext, then the status  ***
      *** field of each onto a report line.                          ***
      ******************************************************************
       1000-REPORT-ENTRY.

           MOVE FS-AUDIT-BEFORE TO WS-TRANS-BEFORE-IMAGE.
           MOVE FS-AUDIT-AFTER  TO WS-TRANS-AFTER-IMAGE.
           MOVE FS-AUDIT-KEYGEN TO WS-TRANS-ROW-GEN.

           IF WS-TRANS-BEFORE-IS-COMPRESSED
              MOVE 'Y' TO WS-TRANS-BEFORE-COMPRESS
           ELSE
              MOVE 'N' TO WS-TRANS-BEFORE-COMPRESS
           END-IF.

           IF WS-TRANS-AFTER-IS-COMPRESSED
              MOVE 'Y' TO WS-TRANS-AFTER-COMPRESS
           ELSE
              MOVE 'N' TO WS-TRANS-AFTER-COMPRESS
           END-IF.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_DECRYPT_GEN" USING WS-TRANS-BEFORE-CONTENT
                                             WS-TRANS-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-TRANS-AFTER-CONTENT
                                             WS-TRANS-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-TRANS-BEFORE-CONTENT
                                         WS-TRANS-BEFORE-COMPRESS
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           CALL "REYDB_DECOMPRESS" USING WS-TRANS-AFTER-CONTENT
                                         WS-TRANS-AFTER-COMPRESS
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           MOVE SPACE TO FS-TRANS-RPT-RECORD.

           MOVE FS-AUDIT-TIMESTAMP TO FS-TRANS-RPT-TIMESTAMP.
           MOVE FS-AUDIT-USER      TO FS-TRANS-RPT-USER.
           MOVE FS-AUDIT-KEY       TO FS-TRANS-RPT-KEY.

           MOVE WS-TRANS-BEFORE-CONTENT
                (WS-TRANS-STATUS-OFFSET : WS-TRANS-STATUS-LENGTH)
             TO FS-TRANS-RPT-FROM (1 : WS-TRANS-STATUS-LENGTH).

           MOVE WS-TRANS-AFTER-CONTENT
                (WS-TRANS-STATUS-OFFSET : WS-TRANS-STATUS-LENGTH)
             TO FS-TRANS-RPT-TO (1 : WS-TRANS-STATUS-LENGTH).

           WRITE FS-TRANS-RPT-RECORD.

           ADD 1 TO WS-TRANS-COUNT.

       1000-REPORT-ENTRY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-TRANS-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-TRANS-RPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
