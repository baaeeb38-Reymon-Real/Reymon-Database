      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    colsec.cbl         ***
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
       PROGRAM-ID. REYDB_COLSEC IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Column-level security - the .acc list gates the database,  ***
      *** the row filter gates the rows, this gates the fields       ***
      *** inside a row, so a clerk keeps reading the customer file   ***
      *** without ever seeing the salary or the account number.      ***
      *** REYDB_COLSEC declares one dictionary field a user - or     ***
      *** everyone at one access level, subject "*R" / "*U" / "*A" - ***
      *** may see; REYDB_COLSEC_DROP takes one off.                  ***
      *** REYDB_COLSEC_MASK is the read paths' question: every byte  ***
      *** of the content outside the signed-on user's visible fields ***
      *** is blanked. REYDB_COLSEC_MERGE is the write side's: those  ***
      *** same bytes are put back from the stored row, so a user who ***
      *** read a row with fields blanked and rewrote it never wipes  ***
      *** out what they could not see. REYDB_COLSEC_VISIBLE answers  ***
      *** a slice patch's question - whether every byte of one       ***
      *** offset/length slice is visible, since a patch has no full  ***
      *** row to merge into. A user's own rows win over their        ***
      *** level's; nobody signed on, or no rows for either, sees     ***
      *** everything, exactly as before the file existed.            ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-colsec.cpy".
       COPY "file/control/reydb-signon.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-colsec.cpy".
       COPY "file/section/reydb-signon.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-colsec.cpy".
       COPY "data/working/reydb-signon.cpy".
       COPY "data/working/reydb-secjrnl.cpy".
       COPY "data/working/reydb-dict.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_COLSEC".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-CS-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** The asker's identity, and the subject their rows are
      *** filed under - themselves, or their access level.
       77 WS-CS-USER             PIC X(08) VALUE SPACE.
       77 WS-CS-SUBJECT          PIC X(08) VALUE SPACE.
       77 WS-REYDB-RESULT-WHOAMI PIC 9(18) VALUE ZERO.

      *** Deciding who may see which fields is admin work.
       77 WS-AUTH-LEVEL-ADMIN  PIC X(01) VALUE 'A'.
       77 WS-REYDB-RESULT-AUTH PIC 9(18) VALUE ZERO.

      *** The dictionary layout a declared field name resolves
      *** against.
       77 WS-CS-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-CS-LAYOUT.
          02 WS-CS-FIELD OCCURS 20 TIMES.
             03 WS-CS-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-CS-FIELD-LENGTH PIC 9(04) COMP-5.

       77 WS-CS-FIELD-IDX PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-CS-SCAN-IDX  PIC 9(02) COMP-5 VALUE ZERO.

      *** One byte per content byte - 'Y' visible to the asker.
      *** WS-CS-RULED is 'Y' once any row for the asker was found;
      *** until then nothing is hidden.
       77 WS-CS-MAP   PIC X(471) VALUE SPACE.
       77 WS-CS-RULED PIC X(01)  VALUE 'N'.
       77 WS-CS-BYTE  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CS-OFF   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CS-LEN   PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-CS-DATE  PIC 9(08) VALUE ZERO.
       77 WS-CS-TIME  PIC 9(08) VALUE ZERO.

       77 WS-CS-EOF PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** One visible field being declared or dropped.
       77 LS-CS-SUBJECT    PIC X(08) VALUE SPACE.
       77 LS-CS-FIELD-NAME PIC X(16) VALUE SPACE.

      *** The row content being masked (or merged into), the stored
      *** row's content a merge takes hidden bytes from, and whether
      *** a mask blanked anything.
       77 LS-CS-CONTENT PIC X(471) VALUE SPACE.
       77 LS-CS-STORED  PIC X(471) VALUE SPACE.
       77 LS-CS-MASKED  PIC X(01)  VALUE 'N'.

      *** One content slice asked about, and whether all of it is
      *** visible to the signed-on user.
       77 LS-CS-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-CS-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-CS-VISIBLE PIC X(01)  VALUE 'Y'.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS          VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE          VALUE 99.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL  VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED   VALUE 18.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - declares one field one subject may   ***
      *** see. Declaring the first field for a subject is what hides ***
      *** the rest from them.                                        ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-CS-SUBJECT
                                    LS-CS-FIELD-NAME
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-CS-SUBJECT EQUAL SPACE
           OR LS-CS-FIELD-NAME EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0300-ADMIN-CHECK THRU 0300-ADMIN-CHECK-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

      *** The field name only means anything through this
      *** database's dictionary layout - resolved once, stored as
      *** the offset/length slice the mask reads.
           CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                       WS-CS-FIELD-COUNT
                                       WS-CS-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           MOVE ZERO TO WS-CS-FIELD-IDX.

           PERFORM VARYING WS-CS-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-CS-SCAN-IDX
                           GREATER THAN WS-CS-FIELD-COUNT

               IF WS-DICT-FIELD-NAME (WS-CS-SCAN-IDX)
                  EQUAL LS-CS-FIELD-NAME
                  MOVE WS-CS-SCAN-IDX    TO WS-CS-FIELD-IDX
                  MOVE WS-CS-FIELD-COUNT TO WS-CS-SCAN-IDX
               END-IF

           END-PERFORM.

           IF WS-CS-FIELD-IDX EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-COLSEC.

      *** First declaration ever - colsec.dat does not exist yet.
           IF WS-COLSEC-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-COLSEC
              CLOSE FC-COLSEC
              OPEN I-O FC-COLSEC
           END-IF.

           ACCEPT WS-CS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CS-TIME FROM TIME.

           MOVE WS-CS-RESOLVED-NAME TO FS-COLSEC-DATABASE.
           MOVE LS-CS-SUBJECT       TO FS-COLSEC-SUBJECT.
           MOVE LS-CS-FIELD-NAME    TO FS-COLSEC-FIELD.
           MOVE WS-CS-FIELD-OFFSET (WS-CS-FIELD-IDX)
             TO FS-COLSEC-OFFSET.
           MOVE WS-CS-FIELD-LENGTH (WS-CS-FIELD-IDX)
             TO FS-COLSEC-LENGTH.
           MOVE WS-CS-USER          TO FS-COLSEC-SET-BY.
           MOVE WS-CS-DATE          TO FS-COLSEC-SET-TS (1:8).
           MOVE WS-CS-TIME          TO FS-COLSEC-SET-TS (9:8).

           WRITE FS-COLSEC-RECORD

           INVALID KEY *> Field re-declared - refresh its slice

               REWRITE FS-COLSEC-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-COLSEC.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - drops one visible field. Dropping a   ***
      *** subject's last one shows them everything again.            ***
      ******************************************************************
       ENTRY "REYDB_COLSEC_DROP" USING LS-REYDB-DATABASE-NAME
                                       LS-CS-SUBJECT
                                       LS-CS-FIELD-NAME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0300-ADMIN-CHECK THRU 0300-ADMIN-CHECK-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-COLSEC.

           IF WS-COLSEC-FILE-STATUS EQUAL "35"
      *** Nothing was ever declared - nothing to drop.
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-CS-RESOLVED-NAME TO FS-COLSEC-DATABASE.
           MOVE LS-CS-SUBJECT       TO FS-COLSEC-SUBJECT.
           MOVE LS-CS-FIELD-NAME    TO FS-COLSEC-FIELD.

           DELETE FC-COLSEC RECORD

           INVALID KEY *> Was never declared - not an error
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-COLSEC.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the read paths' per-row mask. Bytes    ***
      *** outside the signed-on user's visible fields come back      ***
      *** blank; LS-CS-MASKED says whether anything was.             ***
      ******************************************************************
       ENTRY "REYDB_COLSEC_MASK" USING LS-REYDB-DATABASE-NAME
                                       LS-CS-CONTENT
                                       LS-CS-MASKED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N' TO LS-CS-MASKED.

           PERFORM 1000-BUILD-MAP THRU 1000-BUILD-MAP-EXIT.

           IF WS-CS-RULED EQUAL 'Y'

              PERFORM VARYING WS-CS-BYTE FROM 1 BY 1
                        UNTIL WS-CS-BYTE GREATER THAN 471

                  IF WS-CS-MAP (WS-CS-BYTE:1) NOT EQUAL 'Y'
                     AND LS-CS-CONTENT (WS-CS-BYTE:1) NOT EQUAL SPACE
                     MOVE SPACE TO LS-CS-CONTENT (WS-CS-BYTE:1)
                     MOVE 'Y'   TO LS-CS-MASKED
                  END-IF

              END-PERFORM

           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - the write side. Bytes outside the     ***
      *** signed-on user's visible fields are taken from the stored  ***
      *** row, whatever the caller sent in them.                     ***
      ******************************************************************
       ENTRY "REYDB_COLSEC_MERGE" USING LS-REYDB-DATABASE-NAME
                                        LS-CS-CONTENT
                                        LS-CS-STORED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 1000-BUILD-MAP THRU 1000-BUILD-MAP-EXIT.

           IF WS-CS-RULED EQUAL 'Y'

              PERFORM VARYING WS-CS-BYTE FROM 1 BY 1
                        UNTIL WS-CS-BYTE GREATER THAN 471

                  IF WS-CS-MAP (WS-CS-BYTE:1) NOT EQUAL 'Y'
                     MOVE LS-CS-STORED  (WS-CS-BYTE:1)
                       TO LS-CS-CONTENT (WS-CS-BYTE:1)
                  END-IF

              END-PERFORM

           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - a slice patch. LS-CS-VISIBLE comes     ***
      *** back 'Y' only when every byte of the content slice is one  ***
      *** the signed-on user may see; a slice outside the content    ***
      *** area shows nothing, the same as a declared one does.       ***
      ******************************************************************
       ENTRY "REYDB_COLSEC_VISIBLE" USING LS-REYDB-DATABASE-NAME
                                          LS-CS-OFFSET
                                          LS-CS-LENGTH
                                          LS-CS-VISIBLE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'Y' TO LS-CS-VISIBLE.

           PERFORM 1000-BUILD-MAP THRU 1000-BUILD-MAP-EXIT.

           IF WS-CS-RULED EQUAL 'Y'

              IF LS-CS-OFFSET EQUAL ZERO
                 OR LS-CS-LENGTH EQUAL ZERO
                 OR LS-CS-OFFSET + LS-CS-LENGTH - 1 GREATER THAN 471
                 MOVE 'N' TO LS-CS-VISIBLE
              ELSE
                 IF WS-CS-MAP (LS-CS-OFFSET:LS-CS-LENGTH)
                    NOT EQUAL ALL 'Y'
                    MOVE 'N' TO LS-CS-VISIBLE
                 END-IF
              END-IF

           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once, so   ***
      *** every entry point files and finds rows under one spelling. ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-CS-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-CS-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Declaring and dropping need admin on the database's access ***
      *** list - a refusal is journaled like every other.            ***
      ******************************************************************
       0300-ADMIN-CHECK.

           MOVE SPACE TO WS-CS-USER.

           CALL "REYDB_WHOAMI" USING WS-CS-USER
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

           CALL "REYDB_AUTHCHECK" USING LS-REYDB-DATABASE-NAME
                                        WS-AUTH-LEVEL-ADMIN
               RETURNING WS-REYDB-RESULT-AUTH
           END-CALL.

           IF WS-REYDB-RESULT-AUTH EQUAL WS-REYDB-NOT-AUTHORIZED
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-ACCESS
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
           END-IF.

           MOVE WS-REYDB-RESULT-AUTH TO LS-REYDB-RESULT.

       0300-ADMIN-CHECK-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Builds the asker's visibility map - their own rows first,  ***
      *** their access level's only when they have none. No sign-on, ***
      *** no file, or no rows for either leaves WS-CS-RULED 'N'.     ***
      ******************************************************************
       1000-BUILD-MAP.

           MOVE 'N'     TO WS-CS-RULED.
           MOVE ALL 'N' TO WS-CS-MAP.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE SPACE TO WS-CS-USER.

           CALL "REYDB_WHOAMI" USING WS-CS-USER
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

           IF WS-CS-USER EQUAL SPACE
              GO TO 1000-BUILD-MAP-EXIT
           END-IF.

           OPEN INPUT FC-COLSEC.

           IF WS-COLSEC-FILE-STATUS NOT EQUAL "00"
              GO TO 1000-BUILD-MAP-EXIT
           END-IF.

           MOVE WS-CS-USER TO WS-CS-SUBJECT.

           PERFORM 1100-SCAN-SUBJECT THRU 1100-SCAN-SUBJECT-EXIT.

      *** Nothing for the user by name - their level's rows, if the
      *** database keeps an access list that carries them.
           IF WS-CS-RULED NOT EQUAL 'Y'

              IF LS-REYDB-DATABASE-NAME EQUAL SPACE
                 MOVE "reymon.db.acc" TO WS-ACCESS-DATABASE-NAME
              ELSE
                 MOVE SPACE TO WS-ACCESS-DATABASE-NAME
                 STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                        ".acc"                 DELIMITED BY SIZE
                   INTO WS-ACCESS-DATABASE-NAME
              END-IF

              OPEN INPUT FC-ACCESS

              IF WS-ACCESS-FILE-STATUS EQUAL "00"

                 MOVE WS-CS-USER TO FS-ACCESS-USER

                 READ FC-ACCESS KEY IS FS-ACCESS-USER
                 INVALID KEY
                     MOVE SPACE TO WS-CS-SUBJECT
                 NOT INVALID KEY
                     MOVE SPACE           TO WS-CS-SUBJECT
                     MOVE "*"             TO WS-CS-SUBJECT (1:1)
                     MOVE FS-ACCESS-LEVEL TO WS-CS-SUBJECT (2:1)
                 END-READ

                 CLOSE FC-ACCESS

                 IF WS-CS-SUBJECT NOT EQUAL SPACE
                    PERFORM 1100-SCAN-SUBJECT
                       THRU 1100-SCAN-SUBJECT-EXIT
                 END-IF

              END-IF

           END-IF.

           CLOSE FC-COLSEC.

       1000-BUILD-MAP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One subject's visible fields onto the map. The subject's   ***
      *** rows share the database/subject prefix - START there and   ***
      *** walk until either changes.                                 ***
      ******************************************************************
       1100-SCAN-SUBJECT.

           MOVE WS-CS-RESOLVED-NAME TO FS-COLSEC-DATABASE.
           MOVE WS-CS-SUBJECT       TO FS-COLSEC-SUBJECT.
           MOVE LOW-VALUES          TO FS-COLSEC-FIELD.

           START FC-COLSEC KEY IS GREATER THAN FS-COLSEC-KEY
           INVALID KEY
               GO TO 1100-SCAN-SUBJECT-EXIT
           END-START.

           MOVE 'N' TO WS-CS-EOF.

           PERFORM UNTIL WS-CS-EOF EQUAL 'S'

               READ FC-COLSEC NEXT RECORD

               AT END
                   MOVE 'S' TO WS-CS-EOF

               NOT AT END
                   IF FS-COLSEC-DATABASE NOT EQUAL WS-CS-RESOLVED-NAME
                   OR FS-COLSEC-SUBJECT  NOT EQUAL WS-CS-SUBJECT
                      MOVE 'S' TO WS-CS-EOF
                   ELSE
                      MOVE 'Y' TO WS-CS-RULED
                      MOVE FS-COLSEC-OFFSET TO WS-CS-OFF
                      MOVE FS-COLSEC-LENGTH TO WS-CS-LEN

      *** A slice outside the content area shows nothing.
                      IF WS-CS-OFF GREATER THAN ZERO
                         AND WS-CS-LEN GREATER THAN ZERO
                         AND WS-CS-OFF + WS-CS-LEN - 1
                             NOT GREATER THAN 471
                         MOVE ALL 'Y'
                           TO WS-CS-MAP (WS-CS-OFF:WS-CS-LEN)
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

       1100-SCAN-SUBJECT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-COLSEC-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
