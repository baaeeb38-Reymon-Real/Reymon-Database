      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    benford.cbl        ***
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
       PROGRAM-ID. REYDB_BENFORD IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Fraud analytics over one amount field, for internal audit. ***
      *** Walks a database's active rows the way REYDB_PROFILE does, ***
      *** reads the dictionary field named by the caller through     ***
      *** REYDB_AMOUNT, and writes benford.rpt:                      ***
      ***                                                            ***
      ***   - the first and second significant digit distribution    ***
      ***     against Benford's expectation, with a chi-square       ***
      ***     deviation score per distribution, flagged SUSPECT past ***
      ***     the five-percent critical value;                       ***
      ***   - round amounts (whole hundreds, no fraction);           ***
      ***   - amounts just under an approval threshold - up to five  ***
      ***     thresholds in the field's smallest unit, "just under"  ***
      ***     meaning within the margin percent below (default 5);   ***
      ***   - repeated identical amounts.                            ***
      ***                                                            ***
      *** Every figure is given for the whole file (*TOTAL*) and,    ***
      *** when asked, broken down by a second dictionary field ('F') ***
      *** or by the user on the last audit-trail row for the key     ***
      *** ('U' - *NONE* for a row the trail never saw). Zero and     ***
      *** unreadable amounts carry no leading digit; they are        ***
      *** counted apart as SKIPPED.                                  ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-audit.cpy".
       COPY "file/control/reydb-benford.cpy".
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
       COPY "file/section/reydb-audit.cpy".
       COPY "file/section/reydb-benford.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-benford.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-amount.cpy".

      *** The database's dictionary layout, searched by field name.
       77 WS-BEN-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-BEN-LAYOUT.
          02 WS-BEN-FIELD OCCURS 20 TIMES.
             03 WS-BEN-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-BEN-FIELD-LENGTH PIC 9(04) COMP-5.

       77 WS-BEN-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** Where the amount and the grouping field sit.
       77 WS-BEN-AMOUNT-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-BEN-AMOUNT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-BEN-GROUP-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-BEN-GROUP-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.

      *** The row's plaintext content and its decipher state.
       77 WS-BEN-PLAIN         PIC X(471) VALUE SPACE.
       77 WS-BEN-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-BEN-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.

      *** One accumulator per group - slot 1 is always *TOTAL*;
      *** groups past the fiftieth fold into *OTHER*, the way
      *** REYDB_SUMMARY keeps its report balanced.
       01 WS-BEN-TABLE.
          02 WS-BEN-GROUP-ENTRY OCCURS 50 TIMES.
             03 WS-BEN-GROUP-VALUE PIC X(32).
             03 WS-BEN-GROUP-ROWS  PIC 9(09) COMP-5.
             03 WS-BEN-GROUP-SKIP  PIC 9(09) COMP-5.
             03 WS-BEN-GROUP-N2    PIC 9(09) COMP-5.
             03 WS-BEN-GROUP-D1    PIC 9(09) COMP-5 OCCURS 9 TIMES.
             03 WS-BEN-GROUP-D2    PIC 9(09) COMP-5 OCCURS 10 TIMES.
             03 WS-BEN-GROUP-ROUND PIC 9(09) COMP-5.
             03 WS-BEN-GROUP-UNDER PIC 9(09) COMP-5.
             03 WS-BEN-GROUP-REPT  PIC 9(09) COMP-5.

       77 WS-BEN-GROUPS-USED PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-BEN-SLOT        PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-BEN-ROW-SLOT    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-BEN-ROW-GROUP   PIC X(32) VALUE SPACE.
       77 WS-BEN-TOTAL       PIC X(32) VALUE "*TOTAL*".
       77 WS-BEN-OTHER       PIC X(32) VALUE "*OTHER*".
       77 WS-BEN-NONE        PIC X(32) VALUE "*NONE*".

      *** The amount in hand - its magnitude as 18 display digits,
      *** and as the signed text the repeat count is keyed by.
       01 WS-BEN-ABS-X PIC X(18) VALUE ZERO.
       01 WS-BEN-ABS-VIEW REDEFINES WS-BEN-ABS-X.
          02 WS-BEN-ABS PIC 9(18).

       01 WS-BEN-SIGNED-X PIC X(19) VALUE SPACE.
       01 WS-BEN-SIGNED-VIEW REDEFINES WS-BEN-SIGNED-X.
          02 WS-BEN-SIGNED PIC S9(18) SIGN LEADING SEPARATE.

       77 WS-BEN-LEAD  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-BEN-D1    PIC 9(01) VALUE ZERO.
       77 WS-BEN-D2    PIC 9(01) VALUE ZERO.
       77 WS-BEN-HAS-2 PIC X(01) VALUE 'N'.
       77 WS-BEN-ROUND PIC X(01) VALUE 'N'.
       77 WS-BEN-UNDER PIC X(01) VALUE 'N'.
       77 WS-BEN-REPT  PIC X(01) VALUE 'N'.

      *** Round means a whole multiple of a hundred currency units -
      *** a hundred times ten to the field's scale in smallest units.
       77 WS-BEN-ROUND-UNIT PIC 9(18) COMP-5 VALUE ZERO.
       77 WS-BEN-QUOTIENT   PIC 9(18) COMP-5 VALUE ZERO.
       77 WS-BEN-REMAINDER  PIC 9(18) COMP-5 VALUE ZERO.
       77 WS-BEN-SCALE-IDX  PIC 9(02) COMP-5 VALUE ZERO.

      *** The near-threshold band, worked per threshold.
       77 WS-BEN-MARGIN    PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-BEN-THR-IDX   PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-BEN-THR-LOW   PIC S9(18) COMP-5 VALUE ZERO.

      *** Report arithmetic.
       77 WS-BEN-BASE   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-BEN-OBS    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-BEN-PCT    PIC 9(03)V9(03) VALUE ZERO.
       77 WS-BEN-EXP    PIC 9(09)V9(06) COMP-3 VALUE ZERO.
       77 WS-BEN-DIFF   PIC S9(09)V9(06) COMP-3 VALUE ZERO.
       77 WS-BEN-CHI    PIC 9(09)V9(06) COMP-3 VALUE ZERO.
       77 WS-BEN-DIGIT  PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-BEN-SHOWN  PIC 9(01) VALUE ZERO.
       77 WS-BEN-LINES  PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-BEN-AUDIT-EOF PIC X(01) VALUE 'N'.

      *** Results of the calls down the sweep.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The dictionary name of the amount field, how to break the
      *** analysis down (SPACE not at all, 'F' by a field, 'U' by
      *** the last auditing user) and the grouping field for 'F'.
       77 LS-BENFORD-FIELD       PIC X(16) VALUE SPACE.
       77 LS-BENFORD-BY          PIC X(01) VALUE SPACE.
       77 LS-BENFORD-GROUP-FIELD PIC X(16) VALUE SPACE.

      *** Approval thresholds in the field's smallest unit (zero
      *** slots unused) and the band below them, in percent - zero
      *** takes five.
       01 LS-BENFORD-THRESHOLDS.
          02 LS-BENFORD-THRESHOLD PIC S9(18) COMP-5 OCCURS 5 TIMES.
       77 LS-BENFORD-MARGIN PIC 9(02) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-BENFORD-FIELD
                                    LS-BENFORD-BY
                                    LS-BENFORD-GROUP-FIELD
                                    LS-BENFORD-THRESHOLDS
                                    LS-BENFORD-MARGIN
                                    LS-REYDB-RECORD-COUNT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT.

           IF LS-BENFORD-FIELD EQUAL SPACE
           OR (LS-BENFORD-BY NOT EQUAL SPACE
               AND LS-BENFORD-BY NOT EQUAL 'F'
               AND LS-BENFORD-BY NOT EQUAL 'U')
           OR (LS-BENFORD-BY EQUAL 'F'
               AND LS-BENFORD-GROUP-FIELD EQUAL SPACE)
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
              MOVE SPACE TO WS-AUDIT-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     ".log"                 DELIMITED BY SIZE
                INTO WS-AUDIT-DATABASE-NAME
           END-IF.

           PERFORM 0100-FIND-FIELDS THRU 0100-FIND-FIELDS-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           MOVE LS-BENFORD-MARGIN TO WS-BEN-MARGIN.

           IF WS-BEN-MARGIN EQUAL ZERO
              MOVE 5 TO WS-BEN-MARGIN
           END-IF.

      *** A hundred whole units, in the field's smallest unit.
           MOVE 100 TO WS-BEN-ROUND-UNIT.

           PERFORM VARYING WS-BEN-SCALE-IDX FROM 1 BY 1
                     UNTIL WS-BEN-SCALE-IDX GREATER THAN WS-AMOUNT-SCALE
               MULTIPLY 10 BY WS-BEN-ROUND-UNIT
           END-PERFORM.

      *** A fresh scratch file every run.
           OPEN OUTPUT FC-BENWRK.
           CLOSE FC-BENWRK.
           OPEN I-O FC-BENWRK.

           IF WS-BENWRK-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF LS-BENFORD-BY EQUAL 'U'
              PERFORM 0200-LOAD-LAST-USERS
                 THRU 0200-LOAD-LAST-USERS-EXIT
           END-IF.

           CALL "REYDB_POLICY" USING LS-REYDB-DATABASE-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

      *** Shared hold - one consistent population while readers keep
      *** flowing.
           CALL "REYDB_ENQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              CLOSE FC-BENWRK
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE ZERO TO WS-REYDB-RECORD-COUNT WS-BEN-GROUPS-USED.
           MOVE WS-BEN-TOTAL TO WS-BEN-ROW-GROUP.

           PERFORM 2000-SEAT-GROUP THRU 2000-SEAT-GROUP-EXIT.

           MOVE 'N' TO WS-REYDB-EOF.

           OPEN INPUT FC-REYDB.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-REYDB-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      ADD 1 TO WS-REYDB-RECORD-COUNT
                      PERFORM 1000-ANALYSE-ROW
                         THRU 1000-ANALYSE-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           CLOSE FC-BENWRK.

           PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT.

           MOVE WS-REYDB-RECORD-COUNT TO LS-REYDB-RECORD-COUNT.
           MOVE WS-REYDB-SUCCESS      TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The amount field (and the grouping field) by dictionary    ***
      *** name, and how the amount is signed and scaled. A field the ***
      *** dictionary does not know is a VALIDATION-FAIL.             ***
      ******************************************************************
       0100-FIND-FIELDS.

           MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT.
           MOVE ZERO TO WS-BEN-AMOUNT-LENGTH WS-BEN-GROUP-LENGTH.

           CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                       WS-BEN-FIELD-COUNT
                                       WS-BEN-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                     UNTIL WS-BEN-IDX GREATER THAN WS-BEN-FIELD-COUNT

               IF WS-DICT-FIELD-NAME (WS-BEN-IDX)
                  EQUAL LS-BENFORD-FIELD
                  MOVE WS-BEN-FIELD-OFFSET (WS-BEN-IDX)
                    TO WS-BEN-AMOUNT-OFFSET
                  MOVE WS-BEN-FIELD-LENGTH (WS-BEN-IDX)
                    TO WS-BEN-AMOUNT-LENGTH
               END-IF

               IF LS-BENFORD-BY EQUAL 'F'
                  AND WS-DICT-FIELD-NAME (WS-BEN-IDX)
                      EQUAL LS-BENFORD-GROUP-FIELD
                  MOVE WS-BEN-FIELD-OFFSET (WS-BEN-IDX)
                    TO WS-BEN-GROUP-OFFSET
                  MOVE WS-BEN-FIELD-LENGTH (WS-BEN-IDX)
                    TO WS-BEN-GROUP-LENGTH
               END-IF

           END-PERFORM.

      *** Fifteen digits, plus a separate sign byte where the field
      *** has one - the same limits REYDB_SUMMARY holds a field to.
           IF WS-BEN-AMOUNT-LENGTH EQUAL ZERO
           OR WS-BEN-AMOUNT-LENGTH GREATER THAN 16
           OR WS-BEN-AMOUNT-OFFSET EQUAL ZERO
           OR WS-BEN-AMOUNT-OFFSET + WS-BEN-AMOUNT-LENGTH - 1
              GREATER THAN 471
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           IF LS-BENFORD-BY EQUAL 'F'
              IF WS-BEN-GROUP-LENGTH EQUAL ZERO
              OR WS-BEN-GROUP-LENGTH GREATER THAN 32
              OR WS-BEN-GROUP-OFFSET EQUAL ZERO
              OR WS-BEN-GROUP-OFFSET + WS-BEN-GROUP-LENGTH - 1
                 GREATER THAN 471
                 GO TO 0100-FIND-FIELDS-EXIT
              END-IF
           END-IF.

           CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                          WS-BEN-AMOUNT-OFFSET
                                          WS-BEN-AMOUNT-LENGTH
                                          WS-AMOUNT-SIGN
                                          WS-AMOUNT-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-BEN-AMOUNT-LENGTH GREATER THAN 15
              AND WS-AMOUNT-SIGN NOT EQUAL 'L'
              AND WS-AMOUNT-SIGN NOT EQUAL 'T'
              GO TO 0100-FIND-FIELDS-EXIT
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0100-FIND-FIELDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The audit trail front to back - each key's row is          ***
      *** rewritten as it goes, so the user left on scratch is the   ***
      *** one who changed the key last. No trail, no users: every    ***
      *** row then groups under *NONE*.                              ***
      ******************************************************************
       0200-LOAD-LAST-USERS.

           OPEN INPUT FC-AUDIT.

           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00"
              GO TO 0200-LOAD-LAST-USERS-EXIT
           END-IF.

           MOVE 'N' TO WS-BEN-AUDIT-EOF.

           PERFORM UNTIL WS-BEN-AUDIT-EOF EQUAL 'S'

               READ FC-AUDIT

               AT END
                   MOVE 'S' TO WS-BEN-AUDIT-EOF

               NOT AT END

                   MOVE SPACE         TO FS-BENWRK-RECORD
                   MOVE 'U'           TO FS-BENWRK-TYPE
                   MOVE FS-AUDIT-KEY  TO FS-BENWRK-GROUP
                   MOVE FS-AUDIT-USER TO FS-BENWRK-USER
                   MOVE ZERO          TO FS-BENWRK-COUNT

                   WRITE FS-BENWRK-RECORD
                   INVALID KEY
                       REWRITE FS-BENWRK-RECORD
                       INVALID KEY
                           CONTINUE
                       END-REWRITE
                   END-WRITE

               END-READ

           END-PERFORM.

           CLOSE FC-AUDIT.

       0200-LOAD-LAST-USERS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One row back to plaintext, its amount taken apart and      ***
      *** folded into *TOTAL* and into its own group.                ***
      ******************************************************************
       1000-ANALYSE-ROW.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-BEN-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-BEN-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-BEN-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       LS-REYDB-DATABASE-NAME
                       FS-REYDB-KEY
                       WS-BEN-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-BEN-PLAIN
                                             WS-BEN-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-BEN-PLAIN
                                         WS-BEN-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

      *** The row's group, seated now so a skipped row still counts.
           MOVE ZERO TO WS-BEN-ROW-SLOT.

           EVALUATE LS-BENFORD-BY
               WHEN 'F'
                   MOVE SPACE TO WS-BEN-ROW-GROUP
                   MOVE WS-BEN-PLAIN
                        (WS-BEN-GROUP-OFFSET : WS-BEN-GROUP-LENGTH)
                     TO WS-BEN-ROW-GROUP (1 : WS-BEN-GROUP-LENGTH)
               WHEN 'U'
                   MOVE SPACE        TO FS-BENWRK-KEY
                   MOVE 'U'          TO FS-BENWRK-TYPE
                   MOVE FS-REYDB-KEY TO FS-BENWRK-GROUP
                   MOVE WS-BEN-NONE  TO WS-BEN-ROW-GROUP
                   READ FC-BENWRK KEY IS FS-BENWRK-KEY
                   NOT INVALID KEY
                       IF FS-BENWRK-USER NOT EQUAL SPACE
                          MOVE FS-BENWRK-USER TO WS-BEN-ROW-GROUP
                       END-IF
                   END-READ
               WHEN OTHER
                   MOVE WS-BEN-TOTAL TO WS-BEN-ROW-GROUP
           END-EVALUATE.

           IF LS-BENFORD-BY NOT EQUAL SPACE
              PERFORM 2000-SEAT-GROUP THRU 2000-SEAT-GROUP-EXIT
              MOVE WS-BEN-SLOT TO WS-BEN-ROW-SLOT
           END-IF.

           CALL "REYDB_AMOUNT" USING WS-BEN-PLAIN
                                     WS-BEN-AMOUNT-OFFSET
                                     WS-BEN-AMOUNT-LENGTH
                                     WS-AMOUNT-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT NOT EQUAL WS-REYDB-SUCCESS
           OR WS-AMOUNT-VALUE EQUAL ZERO
              ADD 1 TO WS-BEN-GROUP-SKIP (1)
              IF WS-BEN-ROW-SLOT GREATER THAN 1
                 ADD 1 TO WS-BEN-GROUP-SKIP (WS-BEN-ROW-SLOT)
              END-IF
              GO TO 1000-ANALYSE-ROW-EXIT
           END-IF.

           PERFORM 1100-TAKE-APART THRU 1100-TAKE-APART-EXIT.

           MOVE 1            TO WS-BEN-SLOT.
           MOVE WS-BEN-TOTAL TO WS-BEN-ROW-GROUP.

           PERFORM 1200-FOLD-INTO THRU 1200-FOLD-INTO-EXIT.

           IF WS-BEN-ROW-SLOT GREATER THAN 1
              MOVE WS-BEN-ROW-SLOT TO WS-BEN-SLOT
              MOVE WS-BEN-GROUP-VALUE (WS-BEN-SLOT)
                TO WS-BEN-ROW-GROUP
              PERFORM 1200-FOLD-INTO THRU 1200-FOLD-INTO-EXIT
           END-IF.

       1000-ANALYSE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Leading digits, roundness and the threshold band of the    ***
      *** amount in hand - worked once, folded into every group it   ***
      *** belongs to.                                                ***
      ******************************************************************
       1100-TAKE-APART.

           MOVE WS-AMOUNT-VALUE TO WS-BEN-SIGNED.

           IF WS-AMOUNT-VALUE LESS THAN ZERO
              COMPUTE WS-BEN-ABS = 0 - WS-AMOUNT-VALUE
           ELSE
              MOVE WS-AMOUNT-VALUE TO WS-BEN-ABS
           END-IF.

           MOVE ZERO TO WS-BEN-LEAD.
           INSPECT WS-BEN-ABS-X TALLYING WS-BEN-LEAD FOR LEADING "0".

           MOVE WS-BEN-ABS-X (WS-BEN-LEAD + 1 : 1) TO WS-BEN-D1.

           IF WS-BEN-LEAD LESS THAN 17
              MOVE 'Y' TO WS-BEN-HAS-2
              MOVE WS-BEN-ABS-X (WS-BEN-LEAD + 2 : 1) TO WS-BEN-D2
           ELSE
              MOVE 'N' TO WS-BEN-HAS-2
           END-IF.

           DIVIDE WS-BEN-ABS BY WS-BEN-ROUND-UNIT
               GIVING WS-BEN-QUOTIENT REMAINDER WS-BEN-REMAINDER.

           IF WS-BEN-REMAINDER EQUAL ZERO
              MOVE 'Y' TO WS-BEN-ROUND
           ELSE
              MOVE 'N' TO WS-BEN-ROUND
           END-IF.

      *** Just under - inside the band from margin-percent below a
      *** threshold up to, not including, the threshold itself.
           MOVE 'N' TO WS-BEN-UNDER.

           PERFORM VARYING WS-BEN-THR-IDX FROM 1 BY 1
                     UNTIL WS-BEN-THR-IDX GREATER THAN 5

               IF LS-BENFORD-THRESHOLD (WS-BEN-THR-IDX)
                  GREATER THAN ZERO
                  COMPUTE WS-BEN-THR-LOW =
                      LS-BENFORD-THRESHOLD (WS-BEN-THR-IDX)
                      * (100 - WS-BEN-MARGIN) / 100
                  IF WS-BEN-ABS NOT LESS THAN WS-BEN-THR-LOW
                     AND WS-BEN-ABS LESS THAN
                         LS-BENFORD-THRESHOLD (WS-BEN-THR-IDX)
                     MOVE 'Y' TO WS-BEN-UNDER
                  END-IF
               END-IF

           END-PERFORM.

       1100-TAKE-APART-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The amount in hand into group slot WS-BEN-SLOT, its repeat ***
      *** counted within WS-BEN-ROW-GROUP on the scratch file.       ***
      ******************************************************************
       1200-FOLD-INTO.

           ADD 1 TO WS-BEN-GROUP-ROWS (WS-BEN-SLOT).
           ADD 1 TO WS-BEN-GROUP-D1 (WS-BEN-SLOT, WS-BEN-D1).

           IF WS-BEN-HAS-2 EQUAL 'Y'
              ADD 1 TO WS-BEN-GROUP-N2 (WS-BEN-SLOT)
              ADD 1 TO WS-BEN-GROUP-D2 (WS-BEN-SLOT, WS-BEN-D2 + 1)
           END-IF.

           IF WS-BEN-ROUND EQUAL 'Y'
              ADD 1 TO WS-BEN-GROUP-ROUND (WS-BEN-SLOT)
           END-IF.

           IF WS-BEN-UNDER EQUAL 'Y'
              ADD 1 TO WS-BEN-GROUP-UNDER (WS-BEN-SLOT)
           END-IF.

           MOVE SPACE            TO FS-BENWRK-RECORD.
           MOVE 'A'              TO FS-BENWRK-TYPE.
           MOVE WS-BEN-ROW-GROUP TO FS-BENWRK-GROUP.
           MOVE WS-BEN-SIGNED-X  TO FS-BENWRK-AMOUNT.
           MOVE 'N'              TO WS-BEN-REPT.

           READ FC-BENWRK KEY IS FS-BENWRK-KEY

           INVALID KEY
               MOVE 1 TO FS-BENWRK-COUNT
               WRITE FS-BENWRK-RECORD
               INVALID KEY
                   CONTINUE
               END-WRITE

           NOT INVALID KEY
               MOVE 'Y' TO WS-BEN-REPT
               ADD 1 TO FS-BENWRK-COUNT
               REWRITE FS-BENWRK-RECORD
               INVALID KEY
                   CONTINUE
               END-REWRITE

           END-READ.

           IF WS-BEN-REPT EQUAL 'Y'
              ADD 1 TO WS-BEN-GROUP-REPT (WS-BEN-SLOT)
           END-IF.

       1200-FOLD-INTO-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Finds WS-BEN-ROW-GROUP's slot, seating it on first sight.  ***
      *** Past the fiftieth group the row folds into *OTHER*.        ***
      ******************************************************************
       2000-SEAT-GROUP.

           PERFORM VARYING WS-BEN-SLOT FROM 1 BY 1
                     UNTIL WS-BEN-SLOT GREATER THAN WS-BEN-GROUPS-USED
                   OR WS-BEN-GROUP-VALUE (WS-BEN-SLOT)
                      EQUAL WS-BEN-ROW-GROUP
               CONTINUE
           END-PERFORM.

           IF WS-BEN-SLOT NOT GREATER THAN WS-BEN-GROUPS-USED
              GO TO 2000-SEAT-GROUP-EXIT
           END-IF.

           IF WS-BEN-GROUPS-USED NOT LESS THAN 50
              MOVE WS-BEN-OTHER TO WS-BEN-ROW-GROUP
              PERFORM VARYING WS-BEN-SLOT FROM 1 BY 1
                        UNTIL WS-BEN-SLOT GREATER THAN 50
                      OR WS-BEN-GROUP-VALUE (WS-BEN-SLOT)
                         EQUAL WS-BEN-OTHER
                  CONTINUE
              END-PERFORM
              IF WS-BEN-SLOT NOT GREATER THAN 50
                 GO TO 2000-SEAT-GROUP-EXIT
              END-IF
      *** The last slot gives way to *OTHER* - its rows are still
      *** in *TOTAL*, so the report stays whole.
              MOVE 50 TO WS-BEN-SLOT
           ELSE
              ADD 1 TO WS-BEN-GROUPS-USED
              MOVE WS-BEN-GROUPS-USED TO WS-BEN-SLOT
           END-IF.

           MOVE WS-BEN-ROW-GROUP TO WS-BEN-GROUP-VALUE (WS-BEN-SLOT).
           MOVE ZERO TO WS-BEN-GROUP-ROWS  (WS-BEN-SLOT)
                        WS-BEN-GROUP-SKIP  (WS-BEN-SLOT)
                        WS-BEN-GROUP-N2    (WS-BEN-SLOT)
                        WS-BEN-GROUP-ROUND (WS-BEN-SLOT)
                        WS-BEN-GROUP-UNDER (WS-BEN-SLOT)
                        WS-BEN-GROUP-REPT  (WS-BEN-SLOT).

           PERFORM VARYING WS-BEN-DIGIT FROM 1 BY 1
                     UNTIL WS-BEN-DIGIT GREATER THAN 10
               IF WS-BEN-DIGIT LESS THAN 10
                  MOVE ZERO TO WS-BEN-GROUP-D1 (WS-BEN-SLOT,
                                                WS-BEN-DIGIT)
               END-IF
               MOVE ZERO TO WS-BEN-GROUP-D2 (WS-BEN-SLOT, WS-BEN-DIGIT)
           END-PERFORM.

       2000-SEAT-GROUP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The analysis, one block of lines per seated group, *TOTAL* ***
      *** first.                                                     ***
      ******************************************************************
       3000-WRITE-REPORT.

           MOVE ZERO TO WS-BEN-LINES.

           OPEN OUTPUT FC-BENFORD.

           PERFORM VARYING WS-BEN-SLOT FROM 1 BY 1
                     UNTIL WS-BEN-SLOT GREATER THAN WS-BEN-GROUPS-USED
               PERFORM 3100-WRITE-GROUP THRU 3100-WRITE-GROUP-EXIT
           END-PERFORM.

           CLOSE FC-BENFORD.

       3000-WRITE-REPORT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One group's block.                                         ***
      ******************************************************************
       3100-WRITE-GROUP.

           MOVE SPACE TO FS-BENFORD-RECORD.
           MOVE WS-BEN-GROUP-VALUE (WS-BEN-SLOT) TO FS-BENFORD-GROUP.
           MOVE "COUNT"  TO FS-BENFORD-MEASURE.
           MOVE WS-BEN-GROUP-ROWS (WS-BEN-SLOT) TO FS-BENFORD-COUNT.
           MOVE ZERO     TO FS-BENFORD-ACTUAL FS-BENFORD-EXPECT
                            FS-BENFORD-SCORE.
           PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.

           MOVE "SKIPPED" TO FS-BENFORD-MEASURE.
           MOVE WS-BEN-GROUP-SKIP (WS-BEN-SLOT) TO FS-BENFORD-COUNT.
           PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.

      *** First digits.
           MOVE WS-BEN-GROUP-ROWS (WS-BEN-SLOT) TO WS-BEN-BASE.
           MOVE ZERO TO WS-BEN-CHI.

           PERFORM VARYING WS-BEN-DIGIT FROM 1 BY 1
                     UNTIL WS-BEN-DIGIT GREATER THAN 9

               MOVE "DIGIT1" TO FS-BENFORD-MEASURE
               MOVE WS-BEN-DIGIT TO WS-BEN-SHOWN
               MOVE WS-BEN-SHOWN TO FS-BENFORD-DIGIT
               MOVE WS-BEN-GROUP-D1 (WS-BEN-SLOT, WS-BEN-DIGIT)
                 TO WS-BEN-OBS
               MOVE WS-BENFORD-EXPECT-1 (WS-BEN-DIGIT)
                 TO FS-BENFORD-EXPECT
               PERFORM 3200-PERCENT-AND-CHI
                  THRU 3200-PERCENT-AND-CHI-EXIT
               MOVE ZERO TO FS-BENFORD-SCORE
               PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT

           END-PERFORM.

           MOVE "CHISQ1" TO FS-BENFORD-MEASURE.
           MOVE SPACE    TO FS-BENFORD-DIGIT.
           MOVE WS-BEN-BASE TO FS-BENFORD-COUNT.
           MOVE ZERO     TO FS-BENFORD-ACTUAL.
           MOVE WS-BENFORD-CRITICAL-1 TO FS-BENFORD-EXPECT.
           MOVE WS-BEN-CHI TO FS-BENFORD-SCORE.

           IF WS-BEN-BASE GREATER THAN ZERO
              AND WS-BEN-CHI GREATER THAN WS-BENFORD-CRITICAL-1
              MOVE "SUSPECT" TO FS-BENFORD-FLAG
           END-IF.

           PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.

      *** Second digits - only amounts of two digits or more have one.
           MOVE WS-BEN-GROUP-N2 (WS-BEN-SLOT) TO WS-BEN-BASE.
           MOVE ZERO TO WS-BEN-CHI.

           PERFORM VARYING WS-BEN-DIGIT FROM 1 BY 1
                     UNTIL WS-BEN-DIGIT GREATER THAN 10

               MOVE "DIGIT2" TO FS-BENFORD-MEASURE
               COMPUTE WS-BEN-SHOWN = WS-BEN-DIGIT - 1
               MOVE WS-BEN-SHOWN TO FS-BENFORD-DIGIT
               MOVE WS-BEN-GROUP-D2 (WS-BEN-SLOT, WS-BEN-DIGIT)
                 TO WS-BEN-OBS
               MOVE WS-BENFORD-EXPECT-2 (WS-BEN-DIGIT)
                 TO FS-BENFORD-EXPECT
               PERFORM 3200-PERCENT-AND-CHI
                  THRU 3200-PERCENT-AND-CHI-EXIT
               MOVE ZERO TO FS-BENFORD-SCORE
               PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT

           END-PERFORM.

           MOVE "CHISQ2" TO FS-BENFORD-MEASURE.
           MOVE SPACE    TO FS-BENFORD-DIGIT.
           MOVE WS-BEN-BASE TO FS-BENFORD-COUNT.
           MOVE ZERO     TO FS-BENFORD-ACTUAL.
           MOVE WS-BENFORD-CRITICAL-2 TO FS-BENFORD-EXPECT.
           MOVE WS-BEN-CHI TO FS-BENFORD-SCORE.

           IF WS-BEN-BASE GREATER THAN ZERO
              AND WS-BEN-CHI GREATER THAN WS-BENFORD-CRITICAL-2
              MOVE "SUSPECT" TO FS-BENFORD-FLAG
           END-IF.

           PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.

      *** The patterns, each as rows and percent of rows analysed.
           MOVE WS-BEN-GROUP-ROWS (WS-BEN-SLOT) TO WS-BEN-BASE.
           MOVE ZERO TO FS-BENFORD-EXPECT.

           MOVE "ROUND" TO FS-BENFORD-MEASURE.
           MOVE WS-BEN-GROUP-ROUND (WS-BEN-SLOT) TO WS-BEN-OBS.
           PERFORM 3300-PATTERN-LINE THRU 3300-PATTERN-LINE-EXIT.

           MOVE "UNDER" TO FS-BENFORD-MEASURE.
           MOVE WS-BEN-GROUP-UNDER (WS-BEN-SLOT) TO WS-BEN-OBS.
           PERFORM 3300-PATTERN-LINE THRU 3300-PATTERN-LINE-EXIT.

           MOVE "REPEAT" TO FS-BENFORD-MEASURE.
           MOVE WS-BEN-GROUP-REPT (WS-BEN-SLOT) TO WS-BEN-OBS.
           PERFORM 3300-PATTERN-LINE THRU 3300-PATTERN-LINE-EXIT.

       3100-WRITE-GROUP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One digit's share of WS-BEN-BASE, and its term of the      ***
      *** chi-square - (observed - expected) squared over expected,  ***
      *** expected being the base times Benford's share.             ***
      ******************************************************************
       3200-PERCENT-AND-CHI.

           MOVE WS-BEN-OBS TO FS-BENFORD-COUNT.

           IF WS-BEN-BASE EQUAL ZERO
              MOVE ZERO TO FS-BENFORD-ACTUAL
              GO TO 3200-PERCENT-AND-CHI-EXIT
           END-IF.

           COMPUTE WS-BEN-PCT ROUNDED =
               (WS-BEN-OBS * 100) / WS-BEN-BASE.
           MOVE WS-BEN-PCT TO FS-BENFORD-ACTUAL.

           IF FS-BENFORD-MEASURE EQUAL "DIGIT2"
              COMPUTE WS-BEN-EXP =
                  WS-BEN-BASE * WS-BENFORD-EXPECT-2 (WS-BEN-DIGIT)
                  / 100
           ELSE
              COMPUTE WS-BEN-EXP =
                  WS-BEN-BASE * WS-BENFORD-EXPECT-1 (WS-BEN-DIGIT)
                  / 100
           END-IF.

           COMPUTE WS-BEN-DIFF = WS-BEN-OBS - WS-BEN-EXP.
           COMPUTE WS-BEN-CHI ROUNDED =
               WS-BEN-CHI + (WS-BEN-DIFF * WS-BEN-DIFF) / WS-BEN-EXP.

       3200-PERCENT-AND-CHI-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One pattern line - rows and percent of rows analysed.      ***
      ******************************************************************
       3300-PATTERN-LINE.

           MOVE SPACE      TO FS-BENFORD-DIGIT.
           MOVE WS-BEN-OBS TO FS-BENFORD-COUNT.
           MOVE ZERO       TO FS-BENFORD-SCORE.

           IF WS-BEN-BASE EQUAL ZERO
              MOVE ZERO TO FS-BENFORD-ACTUAL
           ELSE
              COMPUTE WS-BEN-PCT ROUNDED =
                  (WS-BEN-OBS * 100) / WS-BEN-BASE
              MOVE WS-BEN-PCT TO FS-BENFORD-ACTUAL
           END-IF.

           PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.

       3300-PATTERN-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Writes the line built and clears the flag for the next.    ***
      ******************************************************************
       3900-WRITE-LINE.

           WRITE FS-BENFORD-RECORD.

           ADD 1 TO WS-BEN-LINES.

           MOVE SPACE TO FS-BENFORD-FLAG.

       3900-WRITE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-BENFORD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-BENWRK-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
