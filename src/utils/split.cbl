      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    split.cbl          ***
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
       PROGRAM-ID. REYDB_SPLIT IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Record split - the reverse of REYDB_MERGE_DUPS, for the    ***
      *** account that turns out to be two customers. Driven by the  ***
      *** split.crd instruction deck (source key, new key, which     ***
      *** dictionary fields and which portion of the amount move,    ***
      *** which dependent rows follow), it:                          ***
      ***                                                            ***
      ***   - builds the new record from the named fields, and       ***
      ***     adjusts the source - moved fields cleared, the amount  ***
      ***     portion taken off it and put on the new record;        ***
      ***   - finds the dependent rows through ri.dat - every rule   ***
      ***     whose foreign database is this one - and re-points     ***
      ***     the instructed rows' slice at the new key;             ***
      ***   - runs the ADD, the source REWRITE and every dependent   ***
      ***     REWRITE as one REYDB_BEGIN unit of work, each          ***
      ***     dependent database joined to the bracket - one refused ***
      ***     write rolls the whole split back;                      ***
      ***   - once committed, carries the source's operator notes    ***
      ***     and legal holds over when the deck says so, and files  ***
      ***     a note on each side naming the other.                  ***
      ***                                                            ***
      *** Every action lands one line on split.rpt. A deck that      ***
      *** cannot be honoured whole - an unknown field, a dependent   ***
      *** database no rule names, a named row that does not point at ***
      *** the source, more rows than one unit of work journals - is  ***
      *** refused before anything is written.                        ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-split.cpy".
       COPY "file/control/reydb-rirule.cpy".
       COPY "file/control/reydb-note.cpy".
       COPY "file/control/reydb-hold.cpy".
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
       COPY "file/section/reydb-split.cpy".
       COPY "file/section/reydb-rirule.cpy".
       COPY "file/section/reydb-note.cpy".
       COPY "file/section/reydb-hold.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-split.cpy".
       COPY "data/working/reydb-rirule.cpy".
       COPY "data/working/reydb-note.cpy".
       COPY "data/working/reydb-hold.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-amount.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-SPL-DB PIC X(64) VALUE SPACE.

      *** The record handed to REYDB_ADD and REYDB_REWRITE, the
      *** exact shape every CRUD call takes.
       01 WS-SPL-RECORD.
          02 WS-SPL-REC-KEY    PIC X(18)  VALUE SPACE.
          02 WS-SPL-REC-BUFFER PIC X(512) VALUE SPACE.

       01 WS-SPL-RECORD-VIEW REDEFINES WS-SPL-RECORD.
          02 FILLER             PIC X(59).
          02 WS-SPL-REC-CONTENT PIC X(471).

      *** The split card.
       77 WS-SPL-SOURCE-KEY PIC X(18) VALUE SPACE.
       77 WS-SPL-NEW-KEY    PIC X(18) VALUE SPACE.
       77 WS-SPL-AMT-FIELD  PIC X(16) VALUE SPACE.
       77 WS-SPL-AMT-MOVE   PIC 9(15) VALUE ZERO.
       77 WS-SPL-NOTES      PIC X(01) VALUE 'N'.
       77 WS-SPL-HOLDS      PIC X(01) VALUE 'N'.
       77 WS-SPL-HAVE-SPLIT PIC X(01) VALUE 'N'.

      *** The field cards - name, copy or move, and where the
      *** dictionary puts the field.
       77 WS-SPL-FLD-COUNT PIC 9(02) COMP-5 VALUE ZERO.

       01 WS-SPL-FLD-TABLE.
          02 WS-SPL-FLD OCCURS 20 TIMES.
             03 WS-SPL-FLD-NAME   PIC X(16).
             03 WS-SPL-FLD-MODE   PIC X(01).
             03 WS-SPL-FLD-OFFSET PIC 9(04) COMP-5.
             03 WS-SPL-FLD-LENGTH PIC 9(04) COMP-5.

      *** The re-point cards - database and row key (blank for every
      *** referencing row), and whether the sweep met the row.
       77 WS-SPL-REP-COUNT PIC 9(02) COMP-5 VALUE ZERO.

       01 WS-SPL-REP-TABLE.
          02 WS-SPL-REP OCCURS 50 TIMES.
             03 WS-SPL-REP-DATABASE PIC X(64).
             03 WS-SPL-REP-KEY      PIC X(18).
             03 WS-SPL-REP-MET      PIC X(01).

      *** The database's dictionary layout, searched by field name.
       77 WS-SPL-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-SPL-LAYOUT.
          02 WS-SPL-FIELD OCCURS 20 TIMES.
             03 WS-SPL-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-SPL-FIELD-LENGTH PIC 9(04) COMP-5.

      *** Where the amount field sits, how it is signed and scaled,
      *** what the source holds, and what it keeps.
       77 WS-SPL-AMT-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SPL-AMT-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SPL-AMT-SIGN   PIC X(01) VALUE SPACE.
       77 WS-SPL-AMT-SCALE  PIC 9(01) VALUE ZERO.
       77 WS-SPL-AMT-HELD   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-SPL-AMT-KEPT   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-SPL-AMT-MOVED  PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-SPL-LEAD       PIC 9(02) COMP-5 VALUE ZERO.

      *** The source as it stands, as it will stand, and the new
      *** record - all plaintext content.
       77 WS-SPL-SOURCE-PLAIN PIC X(471) VALUE SPACE.
       77 WS-SPL-ADJ-PLAIN    PIC X(471) VALUE SPACE.
       77 WS-SPL-NEW-PLAIN    PIC X(471) VALUE SPACE.

      *** One row's plaintext mid-read, and its flags.
       77 WS-SPL-ROW-DB         PIC X(64)  VALUE SPACE.
       77 WS-SPL-ROW-PLAIN      PIC X(471) VALUE SPACE.
       77 WS-SPL-COMPRESS-FLAG  PIC X(01)  VALUE SPACE.
       77 WS-SPL-ROW-GEN        PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SPL-FOUND          PIC X(01)  VALUE 'N'.

      *** The ri.dat rules pointing at this database - the
      *** dependent database and the slice holding the reference.
       77 WS-SPL-RULE-COUNT PIC 9(02) COMP-5 VALUE ZERO.

       01 WS-SPL-RULE-TABLE.
          02 WS-SPL-RULE OCCURS 10 TIMES.
             03 WS-SPL-RULE-DATABASE PIC X(64).
             03 WS-SPL-RULE-OFFSET   PIC 9(04) COMP-5.
             03 WS-SPL-RULE-LENGTH   PIC 9(04) COMP-5.
             03 WS-SPL-RULE-ASKED    PIC X(01).

      *** Dependent rows collected for re-pointing, already patched -
      *** the rewrites run inside the bracket, whose journal holds a
      *** hundred rows; the new record and the source take two.
       77 WS-SPL-PATCH-COUNT PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-SPL-PATCH-FULL  PIC X(01) VALUE 'N'.

       01 WS-SPL-PATCH-TABLE.
          02 WS-SPL-PATCH OCCURS 90 TIMES.
             03 WS-SPL-PATCH-DATABASE PIC X(64).
             03 WS-SPL-PATCH-KEY      PIC X(18).
             03 WS-SPL-PATCH-CONTENT  PIC X(471).

      *** The source's notes and hold cases, gathered before they
      *** are filed again under the new key.
       77 WS-SPL-NOTE-COUNT PIC 9(02) COMP-5 VALUE ZERO.

       01 WS-SPL-NOTE-TABLE.
          02 WS-SPL-NOTE OCCURS 50 TIMES.
             03 WS-SPL-NOTE-USER PIC X(08).
             03 WS-SPL-NOTE-TS   PIC X(16).
             03 WS-SPL-NOTE-TEXT PIC X(60).

       77 WS-SPL-NOTE-LAST  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SPL-NOTE-SHOWN PIC 9(02) VALUE ZERO.
       77 WS-SPL-NOTE-LINE PIC X(60) VALUE SPACE.

       77 WS-SPL-HOLD-COUNT PIC 9(02) COMP-5 VALUE ZERO.

       01 WS-SPL-HOLD-TABLE.
          02 WS-SPL-HOLD-CASE PIC X(16) OCCURS 20 TIMES.

       77 WS-SPL-HOLD-HI PIC X(18) VALUE SPACE.

      *** Results of the calls down the split.
       77 WS-REYDB-RESULT-ACTION   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-TX       PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-XLATE    PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-LOCK-DEP PIC 9(18) VALUE ZERO.

      *** The split's own outcome, and 'Y' once a write inside the
      *** bracket was refused.
       77 WS-SPL-RESULT PIC 9(18) VALUE ZERO.
       77 WS-SPL-BROKEN PIC X(01) VALUE 'N'.

      *** One report line's pieces.
       77 WS-SPL-RPT-ACTION   PIC X(10) VALUE SPACE.
       77 WS-SPL-RPT-DATABASE PIC X(64) VALUE SPACE.
       77 WS-SPL-RPT-KEY      PIC X(18) VALUE SPACE.
       77 WS-SPL-TEXT         PIC X(40) VALUE SPACE.

       77 WS-SPL-REPOINTED PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-SPL-IDX  PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-SPL-JDX  PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-SPL-EOF  PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** Dependent rows re-pointed at the new key.
       77 LS-SPLIT-REPOINTED PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-PARTIAL-CONTENT VALUE 02.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-DUPLICATE-KEY   VALUE 11.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-OVERFLOW        VALUE 24.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - runs the split the deck describes.   ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-SPLIT-REPOINTED
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-SPL-REPOINTED LS-SPLIT-REPOINTED.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-SPL-DB
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-SPL-DB
           END-IF.

           OPEN OUTPUT FC-SPLIT-RPT.

           PERFORM 0500-RUN-SPLIT THRU 0500-RUN-SPLIT-EXIT.

           CLOSE FC-SPLIT-RPT.

           MOVE WS-SPL-REPOINTED TO LS-SPLIT-REPOINTED.
           MOVE WS-SPL-RESULT    TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The split, step by step - any step that refuses ends it,   ***
      *** and nothing is written before the bracket opens.           ***
      ******************************************************************
       0500-RUN-SPLIT.

           PERFORM 0100-LOAD-CARDS THRU 0100-LOAD-CARDS-EXIT.

           IF WS-SPL-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0500-RUN-SPLIT-EXIT
           END-IF.

           PERFORM 0200-MAP-FIELDS THRU 0200-MAP-FIELDS-EXIT.

           IF WS-SPL-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0500-RUN-SPLIT-EXIT
           END-IF.

           PERFORM 0300-READ-SOURCE THRU 0300-READ-SOURCE-EXIT.

           IF WS-SPL-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0500-RUN-SPLIT-EXIT
           END-IF.

           PERFORM 0400-BUILD-IMAGES THRU 0400-BUILD-IMAGES-EXIT.

           IF WS-SPL-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0500-RUN-SPLIT-EXIT
           END-IF.

           PERFORM 0600-COLLECT-DEPENDENTS
              THRU 0600-COLLECT-DEPENDENTS-EXIT.

           IF WS-SPL-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0500-RUN-SPLIT-EXIT
           END-IF.

           PERFORM 0700-APPLY THRU 0700-APPLY-EXIT.

           IF WS-SPL-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0500-RUN-SPLIT-EXIT
           END-IF.

      *** Committed - the side registers follow the new key.
           IF WS-SPL-NOTES EQUAL 'Y'
              PERFORM 0800-CARRY-NOTES THRU 0800-CARRY-NOTES-EXIT
           END-IF.

           IF WS-SPL-HOLDS EQUAL 'Y'
              PERFORM 0850-CARRY-HOLDS THRU 0850-CARRY-HOLDS-EXIT
           END-IF.

           PERFORM 0870-CROSS-NOTES THRU 0870-CROSS-NOTES-EXIT.

           MOVE "SPLIT"           TO WS-SPL-RPT-ACTION.
           MOVE WS-SPL-DB         TO WS-SPL-RPT-DATABASE.
           MOVE WS-SPL-SOURCE-KEY TO WS-SPL-RPT-KEY.
           MOVE "COMPLETE"        TO WS-SPL-TEXT.
           PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT.

       0500-RUN-SPLIT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Loads the deck - the first split card rules, field and     ***
      *** re-point cards gather behind it. No split card, a blank    ***
      *** key, or a new key equal to the source is refused.          ***
      ******************************************************************
       0100-LOAD-CARDS.

           MOVE WS-REYDB-VALIDATION-FAIL TO WS-SPL-RESULT.
           MOVE ZERO TO WS-SPL-FLD-COUNT WS-SPL-REP-COUNT.
           MOVE 'N'  TO WS-SPL-HAVE-SPLIT WS-SPL-EOF.

           MOVE "CARD"    TO WS-SPL-RPT-ACTION.
           MOVE WS-SPL-DB TO WS-SPL-RPT-DATABASE.
           MOVE SPACE     TO WS-SPL-RPT-KEY.

           OPEN INPUT FC-SPLIT-CARD.

           IF WS-SPLIT-CARD-FILE-STATUS NOT EQUAL "00"
              MOVE "NO SPLIT INSTRUCTION DECK" TO WS-SPL-TEXT
              PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
              GO TO 0100-LOAD-CARDS-EXIT
           END-IF.

           PERFORM UNTIL WS-SPL-EOF EQUAL 'S'

               READ FC-SPLIT-CARD

               AT END
                   MOVE 'S' TO WS-SPL-EOF

               NOT AT END
                   EVALUATE TRUE
                       WHEN FS-SPLIT-CARD-IS-SPLIT
                            AND WS-SPL-HAVE-SPLIT EQUAL 'N'
                           MOVE 'Y' TO WS-SPL-HAVE-SPLIT
                           MOVE FS-SPLIT-CARD-SOURCE-KEY
                             TO WS-SPL-SOURCE-KEY
                           MOVE FS-SPLIT-CARD-NEW-KEY
                             TO WS-SPL-NEW-KEY
                           MOVE FS-SPLIT-CARD-AMT-FIELD
                             TO WS-SPL-AMT-FIELD
                           IF FS-SPLIT-CARD-AMT-MOVE IS NUMERIC
                              MOVE FS-SPLIT-CARD-AMT-MOVE
                                TO WS-SPL-AMT-MOVE
                           END-IF
                           MOVE FS-SPLIT-CARD-NOTES TO WS-SPL-NOTES
                           MOVE FS-SPLIT-CARD-HOLDS TO WS-SPL-HOLDS
                       WHEN FS-SPLIT-CARD-IS-FIELD
                            AND WS-SPL-FLD-COUNT LESS THAN 20
                           ADD 1 TO WS-SPL-FLD-COUNT
                           MOVE FS-SPLIT-CARD-FIELD-NAME
                             TO WS-SPL-FLD-NAME (WS-SPL-FLD-COUNT)
                           IF FS-SPLIT-CARD-FIELD-MODE EQUAL 'M'
                              MOVE 'M'
                                TO WS-SPL-FLD-MODE (WS-SPL-FLD-COUNT)
                           ELSE
                              MOVE 'C'
                                TO WS-SPL-FLD-MODE (WS-SPL-FLD-COUNT)
                           END-IF
                       WHEN FS-SPLIT-CARD-IS-REPOINT
                            AND WS-SPL-REP-COUNT LESS THAN 50
                           ADD 1 TO WS-SPL-REP-COUNT
                           IF FS-SPLIT-CARD-DEP-DATABASE EQUAL SPACE
                              MOVE "reymon.db"
                                TO WS-SPL-REP-DATABASE
                                   (WS-SPL-REP-COUNT)
                           ELSE
                              MOVE FS-SPLIT-CARD-DEP-DATABASE
                                TO WS-SPL-REP-DATABASE
                                   (WS-SPL-REP-COUNT)
                           END-IF
                           MOVE FS-SPLIT-CARD-DEP-KEY
                             TO WS-SPL-REP-KEY (WS-SPL-REP-COUNT)
                           MOVE 'N'
                             TO WS-SPL-REP-MET (WS-SPL-REP-COUNT)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-READ

           END-PERFORM.

           CLOSE FC-SPLIT-CARD.

           IF WS-SPL-HAVE-SPLIT NOT EQUAL 'Y'
           OR WS-SPL-SOURCE-KEY EQUAL SPACE
           OR WS-SPL-NEW-KEY    EQUAL SPACE
           OR WS-SPL-NEW-KEY    EQUAL WS-SPL-SOURCE-KEY
              MOVE "NO USABLE SPLIT CARD" TO WS-SPL-TEXT
              PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
              GO TO 0100-LOAD-CARDS-EXIT
           END-IF.

           MOVE WS-REYDB-SUCCESS TO WS-SPL-RESULT.

       0100-LOAD-CARDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Finds every named field, and the amount field, in the      ***
      *** dictionary. A name the dictionary does not know refuses    ***
      *** the split - a field silently left behind is the very       ***
      *** mistake the split is meant to end.                         ***
      ******************************************************************
       0200-MAP-FIELDS.

           IF WS-SPL-FLD-COUNT EQUAL ZERO
              AND WS-SPL-AMT-FIELD EQUAL SPACE
              GO TO 0200-MAP-FIELDS-EXIT
           END-IF.

           MOVE WS-REYDB-VALIDATION-FAIL TO WS-SPL-RESULT.
           MOVE "FIELD"   TO WS-SPL-RPT-ACTION.
           MOVE WS-SPL-DB TO WS-SPL-RPT-DATABASE.
           MOVE SPACE     TO WS-SPL-RPT-KEY.

           CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                       WS-SPL-FIELD-COUNT
                                       WS-SPL-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              MOVE "NO DICTIONARY LAYOUT" TO WS-SPL-TEXT
              PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
              GO TO 0200-MAP-FIELDS-EXIT
           END-IF.

           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                     UNTIL WS-SPL-IDX GREATER THAN WS-SPL-FLD-COUNT

               MOVE ZERO TO WS-SPL-FLD-LENGTH (WS-SPL-IDX)

               PERFORM VARYING WS-SPL-JDX FROM 1 BY 1
                         UNTIL WS-SPL-JDX
                               GREATER THAN WS-SPL-FIELD-COUNT
                   IF WS-DICT-FIELD-NAME (WS-SPL-JDX)
                      EQUAL WS-SPL-FLD-NAME (WS-SPL-IDX)
                      MOVE WS-SPL-FIELD-OFFSET (WS-SPL-JDX)
                        TO WS-SPL-FLD-OFFSET (WS-SPL-IDX)
                      MOVE WS-SPL-FIELD-LENGTH (WS-SPL-JDX)
                        TO WS-SPL-FLD-LENGTH (WS-SPL-IDX)
                   END-IF
               END-PERFORM

               IF WS-SPL-FLD-LENGTH (WS-SPL-IDX) EQUAL ZERO
                  MOVE SPACE TO WS-SPL-TEXT
                  STRING "UNKNOWN FIELD "            DELIMITED BY SIZE
                         WS-SPL-FLD-NAME (WS-SPL-IDX) DELIMITED BY SPACE
                    INTO WS-SPL-TEXT
                  PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
                  GO TO 0200-MAP-FIELDS-EXIT
               END-IF

           END-PERFORM.

           IF WS-SPL-AMT-FIELD NOT EQUAL SPACE
              MOVE ZERO TO WS-SPL-AMT-OFFSET WS-SPL-AMT-LENGTH
              PERFORM VARYING WS-SPL-JDX FROM 1 BY 1
                        UNTIL WS-SPL-JDX GREATER THAN WS-SPL-FIELD-COUNT
                  IF WS-DICT-FIELD-NAME (WS-SPL-JDX)
                     EQUAL WS-SPL-AMT-FIELD
                     MOVE WS-SPL-FIELD-OFFSET (WS-SPL-JDX)
                       TO WS-SPL-AMT-OFFSET
                     MOVE WS-SPL-FIELD-LENGTH (WS-SPL-JDX)
                       TO WS-SPL-AMT-LENGTH
                  END-IF
              END-PERFORM

              IF WS-SPL-AMT-LENGTH EQUAL ZERO
              OR WS-SPL-AMT-LENGTH GREATER THAN 16
                 MOVE SPACE TO WS-SPL-TEXT
                 STRING "UNUSABLE AMOUNT FIELD " DELIMITED BY SIZE
                        WS-SPL-AMT-FIELD         DELIMITED BY SPACE
                   INTO WS-SPL-TEXT
                 PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
                 GO TO 0200-MAP-FIELDS-EXIT
              END-IF

              CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                             WS-SPL-AMT-OFFSET
                                             WS-SPL-AMT-LENGTH
                                             WS-SPL-AMT-SIGN
                                             WS-SPL-AMT-SCALE
                  RETURNING WS-REYDB-RESULT-AMOUNT
              END-CALL
           END-IF.

           MOVE WS-REYDB-SUCCESS TO WS-SPL-RESULT.

       0200-MAP-FIELDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Reads the source row under the shared gate and recovers    ***
      *** its plaintext. A missing or deleted source is NOT-FOUND.   ***
      ******************************************************************
       0300-READ-SOURCE.

           MOVE WS-SPL-DB TO WS-SPL-ROW-DB.

           CALL "REYDB_POLICY" USING WS-SPL-DB
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

           CALL "REYDB_ENQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO WS-SPL-RESULT
              GO TO 0300-READ-SOURCE-EXIT
           END-IF.

           MOVE WS-SPL-DB TO WS-REYDB-DATABASE-NAME.
           MOVE 'N'       TO WS-SPL-FOUND.

           OPEN INPUT FC-REYDB.

           MOVE WS-SPL-SOURCE-KEY TO FS-REYDB-KEY.

           READ FC-REYDB KEY IS FS-REYDB-KEY

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               IF FS-REYDB-IS-ACTIVE
                  MOVE 'Y' TO WS-SPL-FOUND
                  PERFORM 0350-PLAIN-ROW THRU 0350-PLAIN-ROW-EXIT
                  MOVE WS-SPL-ROW-PLAIN TO WS-SPL-SOURCE-PLAIN
               END-IF

           END-READ.

           CLOSE FC-REYDB.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-SPL-FOUND NOT EQUAL 'Y'
              MOVE WS-REYDB-NOT-FOUND TO WS-SPL-RESULT
              MOVE "SOURCE"           TO WS-SPL-RPT-ACTION
              MOVE WS-SPL-DB          TO WS-SPL-RPT-DATABASE
              MOVE WS-SPL-SOURCE-KEY  TO WS-SPL-RPT-KEY
              MOVE "NO ACTIVE SOURCE RECORD" TO WS-SPL-TEXT
              PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
              GO TO 0300-READ-SOURCE-EXIT
           END-IF.

           MOVE WS-REYDB-SUCCESS TO WS-SPL-RESULT.

       0300-READ-SOURCE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The row just read, back in plaintext - deciphered under    ***
      *** its own stamped generation, then decompressed.             ***
      ******************************************************************
       0350-PLAIN-ROW.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-SPL-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-SPL-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-SPL-ROW-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       WS-SPL-ROW-DB
                       FS-REYDB-KEY
                       WS-SPL-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-SPL-ROW-PLAIN
                                             WS-SPL-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-SPL-ROW-PLAIN
                                         WS-SPL-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

       0350-PLAIN-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Builds the new record and the adjusted source - named      ***
      *** fields copied across (and cleared on the source when they  ***
      *** move), the amount portion taken off the source and put on  ***
      *** the new record, each in the field's own sign convention.   ***
      ******************************************************************
       0400-BUILD-IMAGES.

           MOVE WS-SPL-SOURCE-PLAIN TO WS-SPL-ADJ-PLAIN.
           MOVE SPACE               TO WS-SPL-NEW-PLAIN.

           MOVE "FIELD"        TO WS-SPL-RPT-ACTION.
           MOVE WS-SPL-DB      TO WS-SPL-RPT-DATABASE.
           MOVE WS-SPL-NEW-KEY TO WS-SPL-RPT-KEY.

           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                     UNTIL WS-SPL-IDX GREATER THAN WS-SPL-FLD-COUNT

               MOVE WS-SPL-SOURCE-PLAIN
                    (WS-SPL-FLD-OFFSET (WS-SPL-IDX) :
                     WS-SPL-FLD-LENGTH (WS-SPL-IDX))
                 TO WS-SPL-NEW-PLAIN
                    (WS-SPL-FLD-OFFSET (WS-SPL-IDX) :
                     WS-SPL-FLD-LENGTH (WS-SPL-IDX))

               MOVE SPACE TO WS-SPL-TEXT

               IF WS-SPL-FLD-MODE (WS-SPL-IDX) EQUAL 'M'
                  MOVE SPACE
                    TO WS-SPL-ADJ-PLAIN
                       (WS-SPL-FLD-OFFSET (WS-SPL-IDX) :
                        WS-SPL-FLD-LENGTH (WS-SPL-IDX))
                  STRING WS-SPL-FLD-NAME (WS-SPL-IDX) DELIMITED BY SPACE
                         " MOVED"                    DELIMITED BY SIZE
                    INTO WS-SPL-TEXT
               ELSE
                  STRING WS-SPL-FLD-NAME (WS-SPL-IDX) DELIMITED BY SPACE
                         " COPIED"                   DELIMITED BY SIZE
                    INTO WS-SPL-TEXT
               END-IF

               PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT

           END-PERFORM.

           IF WS-SPL-AMT-LENGTH EQUAL ZERO
              MOVE WS-REYDB-SUCCESS TO WS-SPL-RESULT
              GO TO 0400-BUILD-IMAGES-EXIT
           END-IF.

           MOVE "AMOUNT" TO WS-SPL-RPT-ACTION.

           CALL "REYDB_AMOUNT" USING WS-SPL-SOURCE-PLAIN
                                     WS-SPL-AMT-OFFSET
                                     WS-SPL-AMT-LENGTH
                                     WS-SPL-AMT-SIGN
                                     WS-SPL-AMT-HELD
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-AMOUNT TO WS-SPL-RESULT
              MOVE "SOURCE AMOUNT WILL NOT READ" TO WS-SPL-TEXT
              PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
              GO TO 0400-BUILD-IMAGES-EXIT
           END-IF.

           MOVE WS-SPL-AMT-MOVE TO WS-SPL-AMT-MOVED.
           COMPUTE WS-SPL-AMT-KEPT = WS-SPL-AMT-HELD - WS-SPL-AMT-MOVED.

      *** The field's own convention decides what it can hold - an
      *** unsigned field refuses a portion bigger than the source's.
           CALL "REYDB_AMOUNT_PACK" USING WS-SPL-AMT-KEPT
                                          WS-SPL-AMT-SIGN
                                          WS-SPL-ADJ-PLAIN
                                          WS-SPL-AMT-OFFSET
                                          WS-SPL-AMT-LENGTH
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT EQUAL WS-REYDB-SUCCESS
              CALL "REYDB_AMOUNT_PACK" USING WS-SPL-AMT-MOVED
                                             WS-SPL-AMT-SIGN
                                             WS-SPL-NEW-PLAIN
                                             WS-SPL-AMT-OFFSET
                                             WS-SPL-AMT-LENGTH
                  RETURNING WS-REYDB-RESULT-AMOUNT
              END-CALL
           END-IF.

           IF WS-REYDB-RESULT-AMOUNT NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-AMOUNT TO WS-SPL-RESULT
              MOVE "AMOUNT PORTION WILL NOT FIT" TO WS-SPL-TEXT
              PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
              GO TO 0400-BUILD-IMAGES-EXIT
           END-IF.

           CALL "REYDB_AMOUNT_EDIT" USING WS-SPL-AMT-MOVED
                                          WS-SPL-AMT-SCALE
                                          WS-AMOUNT-TEXT
           END-CALL.

      *** The edited figure is right-aligned - lead with its digits.
           MOVE ZERO TO WS-SPL-LEAD.
           INSPECT WS-AMOUNT-TEXT TALLYING WS-SPL-LEAD
               FOR LEADING SPACE.

           MOVE SPACE TO WS-SPL-TEXT.
           STRING "MOVED " DELIMITED BY SIZE
                  WS-AMOUNT-TEXT (WS-SPL-LEAD + 1 :)
                                 DELIMITED BY SIZE
             INTO WS-SPL-TEXT.
           PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT.

           MOVE WS-REYDB-SUCCESS TO WS-SPL-RESULT.

       0400-BUILD-IMAGES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Finds the dependent rows through ri.dat - every rule whose ***
      *** foreign database is this one names a dependent database   ***
      *** and the slice holding the reference. Only databases the   ***
      *** deck names are swept; a referencing row the deck does not ***
      *** name stays with the source and is listed STAYS.           ***
      ******************************************************************
       0600-COLLECT-DEPENDENTS.

           MOVE ZERO TO WS-SPL-PATCH-COUNT WS-SPL-RULE-COUNT.
           MOVE 'N'  TO WS-SPL-PATCH-FULL.

           IF WS-SPL-REP-COUNT EQUAL ZERO
              GO TO 0600-COLLECT-DEPENDENTS-EXIT
           END-IF.

           MOVE WS-REYDB-VALIDATION-FAIL TO WS-SPL-RESULT.
           MOVE 'N' TO WS-SPL-EOF.

           OPEN INPUT FC-RIRULE.

           IF WS-RIRULE-FILE-STATUS EQUAL "00"

              PERFORM UNTIL WS-SPL-EOF EQUAL 'S'

                  READ FC-RIRULE NEXT RECORD

                  AT END
                      MOVE 'S' TO WS-SPL-EOF

                  NOT AT END
                      IF (FS-RIRULE-FOREIGN EQUAL WS-SPL-DB
                      OR (FS-RIRULE-FOREIGN EQUAL SPACE
                          AND WS-SPL-DB EQUAL "reymon.db"))
                      AND FS-RIRULE-LENGTH GREATER THAN ZERO
                      AND FS-RIRULE-LENGTH NOT GREATER THAN 18
                      AND WS-SPL-RULE-COUNT LESS THAN 10
                         ADD 1 TO WS-SPL-RULE-COUNT
                         MOVE FS-RIRULE-DATABASE
                           TO WS-SPL-RULE-DATABASE (WS-SPL-RULE-COUNT)
                         MOVE FS-RIRULE-OFFSET
                           TO WS-SPL-RULE-OFFSET (WS-SPL-RULE-COUNT)
                         MOVE FS-RIRULE-LENGTH
                           TO WS-SPL-RULE-LENGTH (WS-SPL-RULE-COUNT)
                         MOVE 'N'
                           TO WS-SPL-RULE-ASKED (WS-SPL-RULE-COUNT)
                      END-IF
                  END-READ

              END-PERFORM

              CLOSE FC-RIRULE

           END-IF.

      *** Every re-point card has to name a database a rule ties to
      *** this one - anything else is a reference the split cannot
      *** find, and the deck is refused whole.
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                     UNTIL WS-SPL-IDX GREATER THAN WS-SPL-REP-COUNT

               MOVE 'N' TO WS-SPL-FOUND

               PERFORM VARYING WS-SPL-JDX FROM 1 BY 1
                         UNTIL WS-SPL-JDX GREATER THAN WS-SPL-RULE-COUNT
                   IF WS-SPL-RULE-DATABASE (WS-SPL-JDX)
                      EQUAL WS-SPL-REP-DATABASE (WS-SPL-IDX)
                      MOVE 'Y' TO WS-SPL-FOUND
                      MOVE 'Y' TO WS-SPL-RULE-ASKED (WS-SPL-JDX)
                   END-IF
               END-PERFORM

               IF WS-SPL-FOUND NOT EQUAL 'Y'
                  MOVE "REPOINT" TO WS-SPL-RPT-ACTION
                  MOVE WS-SPL-REP-DATABASE (WS-SPL-IDX)
                    TO WS-SPL-RPT-DATABASE
                  MOVE WS-SPL-REP-KEY (WS-SPL-IDX) TO WS-SPL-RPT-KEY
                  MOVE "NO RI.DAT RULE POINTS HERE" TO WS-SPL-TEXT
                  PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
                  GO TO 0600-COLLECT-DEPENDENTS-EXIT
               END-IF

           END-PERFORM.

           PERFORM VARYING WS-SPL-JDX FROM 1 BY 1
                     UNTIL WS-SPL-JDX GREATER THAN WS-SPL-RULE-COUNT
               IF WS-SPL-RULE-ASKED (WS-SPL-JDX) EQUAL 'Y'
                  PERFORM 0650-SWEEP-RULE THRU 0650-SWEEP-RULE-EXIT
               END-IF
           END-PERFORM.

           IF WS-SPL-PATCH-FULL EQUAL 'Y'
              MOVE "REPOINT"   TO WS-SPL-RPT-ACTION
              MOVE WS-SPL-DB   TO WS-SPL-RPT-DATABASE
              MOVE WS-SPL-SOURCE-KEY TO WS-SPL-RPT-KEY
              MOVE "TOO MANY ROWS FOR ONE UNIT OF WORK" TO WS-SPL-TEXT
              PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
              GO TO 0600-COLLECT-DEPENDENTS-EXIT
           END-IF.

      *** A row named by key that never turned up pointing at the
      *** source is a deck mistake, not something to skip.
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                     UNTIL WS-SPL-IDX GREATER THAN WS-SPL-REP-COUNT
               IF WS-SPL-REP-KEY (WS-SPL-IDX) NOT EQUAL SPACE
                  AND WS-SPL-REP-MET (WS-SPL-IDX) NOT EQUAL 'Y'
                  MOVE "REPOINT" TO WS-SPL-RPT-ACTION
                  MOVE WS-SPL-REP-DATABASE (WS-SPL-IDX)
                    TO WS-SPL-RPT-DATABASE
                  MOVE WS-SPL-REP-KEY (WS-SPL-IDX) TO WS-SPL-RPT-KEY
                  MOVE "ROW DOES NOT REFERENCE SOURCE" TO WS-SPL-TEXT
                  PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
                  GO TO 0600-COLLECT-DEPENDENTS-EXIT
               END-IF
           END-PERFORM.

           MOVE WS-REYDB-SUCCESS TO WS-SPL-RESULT.

       0600-COLLECT-DEPENDENTS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One rule's dependent database, walked under its shared     ***
      *** gate - every row whose slice says the source is either     ***
      *** collected, re-pointed, for the bracket or listed STAYS.    ***
      ******************************************************************
       0650-SWEEP-RULE.

           MOVE WS-SPL-RULE-DATABASE (WS-SPL-JDX) TO WS-SPL-ROW-DB.

           CALL "REYDB_POLICY" USING WS-SPL-ROW-DB
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

           CALL "REYDB_ENQUEUE_SHARED" USING WS-SPL-ROW-DB
               RETURNING WS-REYDB-RESULT-LOCK-DEP
           END-CALL.

           IF WS-REYDB-RESULT-LOCK-DEP NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0650-SWEEP-RULE-EXIT
           END-IF.

           MOVE WS-SPL-ROW-DB TO WS-REYDB-DATABASE-NAME.
           MOVE 'N'           TO WS-SPL-EOF.

           OPEN INPUT FC-REYDB.

           PERFORM UNTIL WS-SPL-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SPL-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      PERFORM 0350-PLAIN-ROW THRU 0350-PLAIN-ROW-EXIT
                      IF WS-SPL-ROW-PLAIN
                         (WS-SPL-RULE-OFFSET (WS-SPL-JDX) :
                          WS-SPL-RULE-LENGTH (WS-SPL-JDX))
                         EQUAL WS-SPL-SOURCE-KEY
                               (1 : WS-SPL-RULE-LENGTH (WS-SPL-JDX))
                         PERFORM 0660-ONE-DEPENDENT
                            THRU 0660-ONE-DEPENDENT-EXIT
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.

           CALL "REYDB_DEQUEUE_SHARED" USING WS-SPL-ROW-DB
               RETURNING WS-REYDB-RESULT-LOCK-DEP
           END-CALL.

       0650-SWEEP-RULE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One referencing row - re-pointed when a card names it (or  ***
      *** its whole database), otherwise left with the source.       ***
      ******************************************************************
       0660-ONE-DEPENDENT.

           MOVE 'N' TO WS-SPL-FOUND.

           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                     UNTIL WS-SPL-IDX GREATER THAN WS-SPL-REP-COUNT
               IF WS-SPL-REP-DATABASE (WS-SPL-IDX) EQUAL WS-SPL-ROW-DB
                  AND (WS-SPL-REP-KEY (WS-SPL-IDX) EQUAL SPACE
                   OR WS-SPL-REP-KEY (WS-SPL-IDX) EQUAL FS-REYDB-KEY)
                  MOVE 'Y' TO WS-SPL-FOUND
                  MOVE 'Y' TO WS-SPL-REP-MET (WS-SPL-IDX)
               END-IF
           END-PERFORM.

           IF WS-SPL-FOUND NOT EQUAL 'Y'
              MOVE "STAYS"       TO WS-SPL-RPT-ACTION
              MOVE WS-SPL-ROW-DB TO WS-SPL-RPT-DATABASE
              MOVE FS-REYDB-KEY  TO WS-SPL-RPT-KEY
              MOVE "STILL REFERENCES THE SOURCE" TO WS-SPL-TEXT
              PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
              GO TO 0660-ONE-DEPENDENT-EXIT
           END-IF.

           IF WS-SPL-PATCH-COUNT NOT LESS THAN 90
              MOVE 'Y' TO WS-SPL-PATCH-FULL
              GO TO 0660-ONE-DEPENDENT-EXIT
           END-IF.

           MOVE WS-SPL-NEW-KEY (1 : WS-SPL-RULE-LENGTH (WS-SPL-JDX))
             TO WS-SPL-ROW-PLAIN
                (WS-SPL-RULE-OFFSET (WS-SPL-JDX) :
                 WS-SPL-RULE-LENGTH (WS-SPL-JDX)).

           ADD 1 TO WS-SPL-PATCH-COUNT.
           MOVE WS-SPL-ROW-DB
             TO WS-SPL-PATCH-DATABASE (WS-SPL-PATCH-COUNT).
           MOVE FS-REYDB-KEY
             TO WS-SPL-PATCH-KEY (WS-SPL-PATCH-COUNT).
           MOVE WS-SPL-ROW-PLAIN
             TO WS-SPL-PATCH-CONTENT (WS-SPL-PATCH-COUNT).

       0660-ONE-DEPENDENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The unit of work - REYDB_BEGIN, the new record's ADD, the  ***
      *** source's REWRITE, each dependent database joined and its   ***
      *** rows rewritten, then REYDB_COMMIT. The first refused write ***
      *** stops the split and REYDB_ROLLBACK backs every write out;  ***
      *** a commit the bracket refuses is rolled back the same way.  ***
      ******************************************************************
       0700-APPLY.

           CALL "REYDB_BEGIN" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-TX
           END-CALL.

           IF WS-REYDB-RESULT-TX NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-TX TO WS-SPL-RESULT
              MOVE "BEGIN"            TO WS-SPL-RPT-ACTION
              MOVE WS-SPL-DB          TO WS-SPL-RPT-DATABASE
              MOVE WS-SPL-SOURCE-KEY  TO WS-SPL-RPT-KEY
              MOVE "UNIT OF WORK NOT OPENED" TO WS-SPL-TEXT
              PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
              GO TO 0700-APPLY-EXIT
           END-IF.

           MOVE 'N' TO WS-SPL-BROKEN.

      *** The new record - a key already on file refuses the split.
           MOVE WS-SPL-NEW-KEY   TO WS-SPL-REC-KEY.
           MOVE SPACE            TO WS-SPL-REC-BUFFER.
           MOVE WS-SPL-NEW-PLAIN TO WS-SPL-REC-CONTENT.

           CALL "REYDB_ADD" USING WS-SPL-RECORD
                                  LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-ACTION
           END-CALL.

           MOVE "CREATED" TO WS-SPL-RPT-ACTION.
           MOVE WS-SPL-DB TO WS-SPL-RPT-DATABASE.
           PERFORM 0750-CHECK-WRITE THRU 0750-CHECK-WRITE-EXIT.

      *** The source, as the split leaves it.
           IF WS-SPL-BROKEN NOT EQUAL 'Y'
              MOVE WS-SPL-SOURCE-KEY TO WS-SPL-REC-KEY
              MOVE SPACE             TO WS-SPL-REC-BUFFER
              MOVE WS-SPL-ADJ-PLAIN  TO WS-SPL-REC-CONTENT

              CALL "REYDB_REWRITE" USING WS-SPL-RECORD
                                         LS-REYDB-DATABASE-NAME
                  RETURNING WS-REYDB-RESULT-ACTION
              END-CALL

              MOVE "ADJUSTED" TO WS-SPL-RPT-ACTION
              MOVE WS-SPL-DB  TO WS-SPL-RPT-DATABASE
              PERFORM 0750-CHECK-WRITE THRU 0750-CHECK-WRITE-EXIT
           END-IF.

           PERFORM 0760-REPOINT-ONE THRU 0760-REPOINT-ONE-EXIT
              VARYING WS-SPL-IDX FROM 1 BY 1
                UNTIL WS-SPL-IDX GREATER THAN WS-SPL-PATCH-COUNT
                   OR WS-SPL-BROKEN EQUAL 'Y'.

           IF WS-SPL-BROKEN NOT EQUAL 'Y'

              CALL "REYDB_COMMIT" USING LS-REYDB-DATABASE-NAME
                  RETURNING WS-REYDB-RESULT-TX
              END-CALL

              IF WS-REYDB-RESULT-TX EQUAL WS-REYDB-SUCCESS
                 MOVE WS-SPL-PATCH-COUNT TO WS-SPL-REPOINTED
                 MOVE WS-REYDB-SUCCESS   TO WS-SPL-RESULT
                 GO TO 0700-APPLY-EXIT
              END-IF

              MOVE WS-REYDB-FAILURE TO WS-SPL-RESULT

           END-IF.

           CALL "REYDB_ROLLBACK" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-TX
           END-CALL.

           MOVE "ROLLBACK"        TO WS-SPL-RPT-ACTION.
           MOVE WS-SPL-DB         TO WS-SPL-RPT-DATABASE.
           MOVE WS-SPL-SOURCE-KEY TO WS-SPL-RPT-KEY.
           MOVE "SPLIT BACKED OUT WHOLE" TO WS-SPL-TEXT.
           PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT.

       0700-APPLY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One write's outcome onto the report - a refused write      ***
      *** breaks the bracket and carries its code back.              ***
      ******************************************************************
       0750-CHECK-WRITE.

           MOVE WS-SPL-REC-KEY TO WS-SPL-RPT-KEY.

           CALL "REYDB_XLATE_RESULT" USING WS-REYDB-RESULT-ACTION
                                           WS-SPL-TEXT
               RETURNING WS-REYDB-RESULT-XLATE
           END-CALL.

           PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT.

           IF WS-REYDB-RESULT-ACTION NOT EQUAL WS-REYDB-WRITE-SUCCESS
              AND WS-REYDB-RESULT-ACTION NOT EQUAL WS-REYDB-TRUNCATED
              MOVE WS-REYDB-RESULT-ACTION TO WS-SPL-RESULT
              MOVE 'Y' TO WS-SPL-BROKEN
           END-IF.

       0750-CHECK-WRITE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One dependent row re-pointed inside the bracket - its      ***
      *** database joined first, so a refusal anywhere backs out     ***
      *** every database's rows together.                            ***
      ******************************************************************
       0760-REPOINT-ONE.

           MOVE "REPOINTED" TO WS-SPL-RPT-ACTION.
           MOVE WS-SPL-PATCH-DATABASE (WS-SPL-IDX)
             TO WS-SPL-RPT-DATABASE WS-SPL-ROW-DB.

           CALL "REYDB_TXJOIN" USING WS-SPL-ROW-DB
               RETURNING WS-REYDB-RESULT-TX
           END-CALL.

           IF WS-REYDB-RESULT-TX NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-SPL-PATCH-KEY (WS-SPL-IDX) TO WS-SPL-RPT-KEY
              MOVE "DATABASE NOT JOINED TO UNIT OF WORK"
                TO WS-SPL-TEXT
              PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT
              MOVE WS-REYDB-RESULT-TX TO WS-SPL-RESULT
              MOVE 'Y' TO WS-SPL-BROKEN
              GO TO 0760-REPOINT-ONE-EXIT
           END-IF.

           MOVE WS-SPL-PATCH-KEY (WS-SPL-IDX)     TO WS-SPL-REC-KEY.
           MOVE SPACE                             TO WS-SPL-REC-BUFFER.
           MOVE WS-SPL-PATCH-CONTENT (WS-SPL-IDX) TO WS-SPL-REC-CONTENT.

           CALL "REYDB_REWRITE" USING WS-SPL-RECORD
                                      WS-SPL-ROW-DB
               RETURNING WS-REYDB-RESULT-ACTION
           END-CALL.

           PERFORM 0750-CHECK-WRITE THRU 0750-CHECK-WRITE-EXIT.

       0760-REPOINT-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The source's operator notes filed again under the new key, ***
      *** oldest first and with their own authors and stamps, after  ***
      *** any the new key already carries.                           ***
      ******************************************************************
       0800-CARRY-NOTES.

           MOVE ZERO TO WS-SPL-NOTE-COUNT WS-SPL-NOTE-LAST.
           MOVE 'N'  TO WS-SPL-EOF.

           OPEN I-O FC-NOTE.

           IF WS-NOTE-FILE-STATUS NOT EQUAL "00"
              GO TO 0800-CARRY-NOTES-EXIT
           END-IF.

           MOVE WS-SPL-DB         TO FS-NOTE-DATABASE.
           MOVE WS-SPL-SOURCE-KEY TO FS-NOTE-RECORD-KEY.
           MOVE ZERO              TO FS-NOTE-SEQ.

           START FC-NOTE KEY IS NOT LESS THAN FS-NOTE-KEY
               INVALID KEY
                   MOVE 'S' TO WS-SPL-EOF
           END-START.

           PERFORM UNTIL WS-SPL-EOF EQUAL 'S'

               READ FC-NOTE NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SPL-EOF

               NOT AT END
                   IF FS-NOTE-DATABASE   NOT EQUAL WS-SPL-DB
                   OR FS-NOTE-RECORD-KEY NOT EQUAL WS-SPL-SOURCE-KEY
                      MOVE 'S' TO WS-SPL-EOF
                   ELSE
                      IF WS-SPL-NOTE-COUNT LESS THAN 50
                         ADD 1 TO WS-SPL-NOTE-COUNT
                         MOVE FS-NOTE-USER
                           TO WS-SPL-NOTE-USER (WS-SPL-NOTE-COUNT)
                         MOVE FS-NOTE-FILED-TS
                           TO WS-SPL-NOTE-TS (WS-SPL-NOTE-COUNT)
                         MOVE FS-NOTE-TEXT
                           TO WS-SPL-NOTE-TEXT (WS-SPL-NOTE-COUNT)
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

      *** The new key's own highest note number, if it has any.
           MOVE 'N'            TO WS-SPL-EOF.
           MOVE WS-SPL-DB      TO FS-NOTE-DATABASE.
           MOVE WS-SPL-NEW-KEY TO FS-NOTE-RECORD-KEY.
           MOVE ZERO           TO FS-NOTE-SEQ.

           START FC-NOTE KEY IS NOT LESS THAN FS-NOTE-KEY
               INVALID KEY
                   MOVE 'S' TO WS-SPL-EOF
           END-START.

           PERFORM UNTIL WS-SPL-EOF EQUAL 'S'

               READ FC-NOTE NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SPL-EOF

               NOT AT END
                   IF FS-NOTE-DATABASE   NOT EQUAL WS-SPL-DB
                   OR FS-NOTE-RECORD-KEY NOT EQUAL WS-SPL-NEW-KEY
                      MOVE 'S' TO WS-SPL-EOF
                   ELSE
                      MOVE FS-NOTE-SEQ TO WS-SPL-NOTE-LAST
                   END-IF
               END-READ

           END-PERFORM.

           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                     UNTIL WS-SPL-IDX GREATER THAN WS-SPL-NOTE-COUNT

               MOVE WS-SPL-DB      TO FS-NOTE-DATABASE
               MOVE WS-SPL-NEW-KEY TO FS-NOTE-RECORD-KEY
               COMPUTE FS-NOTE-SEQ = WS-SPL-NOTE-LAST + WS-SPL-IDX
               MOVE WS-SPL-NOTE-USER (WS-SPL-IDX) TO FS-NOTE-USER
               MOVE WS-SPL-NOTE-TS (WS-SPL-IDX)   TO FS-NOTE-FILED-TS
               MOVE WS-SPL-NOTE-TEXT (WS-SPL-IDX) TO FS-NOTE-TEXT

               WRITE FS-NOTE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE

           END-PERFORM.

           CLOSE FC-NOTE.

           MOVE "NOTES"           TO WS-SPL-RPT-ACTION.
           MOVE WS-SPL-DB         TO WS-SPL-RPT-DATABASE.
           MOVE WS-SPL-NEW-KEY    TO WS-SPL-RPT-KEY.
           MOVE SPACE             TO WS-SPL-TEXT.
           MOVE WS-SPL-NOTE-COUNT TO WS-SPL-NOTE-SHOWN.

           STRING "NOTES CARRIED OVER " DELIMITED BY SIZE
                  WS-SPL-NOTE-SHOWN     DELIMITED BY SIZE
             INTO WS-SPL-TEXT.

           PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT.

       0800-CARRY-NOTES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every legal hold covering the source - its own key or a    ***
      *** range it falls in - registered again on the new key under  ***
      *** the same case, through REYDB_HOLD so the register's own    ***
      *** rules apply. A range that already covers the new key needs ***
      *** nothing more. A hold that will not register leaves the     ***
      *** split committed but PARTIAL-CONTENT.                       ***
      ******************************************************************
       0850-CARRY-HOLDS.

           MOVE ZERO TO WS-SPL-HOLD-COUNT.
           MOVE 'N'  TO WS-SPL-EOF.

           OPEN INPUT FC-HOLD.

           IF WS-HOLD-FILE-STATUS NOT EQUAL "00"
              GO TO 0850-CARRY-HOLDS-EXIT
           END-IF.

           PERFORM UNTIL WS-SPL-EOF EQUAL 'S'

               READ FC-HOLD NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SPL-EOF

               NOT AT END
                   IF FS-HOLD-DATABASE EQUAL WS-SPL-DB
                      AND WS-SPL-HOLD-COUNT LESS THAN 20
                      IF (FS-HOLD-KEY-HI EQUAL SPACE
                          AND FS-HOLD-KEY-LO EQUAL WS-SPL-SOURCE-KEY)
                      OR (FS-HOLD-KEY-HI NOT EQUAL SPACE
                          AND WS-SPL-SOURCE-KEY
                              NOT LESS THAN FS-HOLD-KEY-LO
                          AND WS-SPL-SOURCE-KEY
                              NOT GREATER THAN FS-HOLD-KEY-HI
                          AND (WS-SPL-NEW-KEY LESS THAN FS-HOLD-KEY-LO
                           OR WS-SPL-NEW-KEY
                              GREATER THAN FS-HOLD-KEY-HI))
                         ADD 1 TO WS-SPL-HOLD-COUNT
                         MOVE FS-HOLD-CASE
                           TO WS-SPL-HOLD-CASE (WS-SPL-HOLD-COUNT)
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-HOLD.

           MOVE SPACE TO WS-SPL-HOLD-HI.

           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                     UNTIL WS-SPL-IDX GREATER THAN WS-SPL-HOLD-COUNT

               CALL "REYDB_HOLD" USING WS-SPL-DB
                                       WS-SPL-NEW-KEY
                                       WS-SPL-HOLD-HI
                                       WS-SPL-HOLD-CASE (WS-SPL-IDX)
                   RETURNING WS-REYDB-RESULT-ACTION
               END-CALL

               MOVE "HOLD"         TO WS-SPL-RPT-ACTION
               MOVE WS-SPL-DB      TO WS-SPL-RPT-DATABASE
               MOVE WS-SPL-NEW-KEY TO WS-SPL-RPT-KEY

               IF WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-SUCCESS
                  MOVE SPACE TO WS-SPL-TEXT
                  STRING "CASE "         DELIMITED BY SIZE
                         WS-SPL-HOLD-CASE (WS-SPL-IDX)
                                         DELIMITED BY SPACE
                         " CARRIED OVER" DELIMITED BY SIZE
                    INTO WS-SPL-TEXT
               ELSE
                  CALL "REYDB_XLATE_RESULT" USING WS-REYDB-RESULT-ACTION
                                                  WS-SPL-TEXT
                      RETURNING WS-REYDB-RESULT-XLATE
                  END-CALL
                  MOVE WS-REYDB-PARTIAL-CONTENT TO WS-SPL-RESULT
               END-IF

               PERFORM 9000-REPORT-LINE THRU 9000-REPORT-LINE-EXIT

           END-PERFORM.

       0850-CARRY-HOLDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A note on each side naming the other - the next person to  ***
      *** look at either record finds the split, and who ran it.     ***
      ******************************************************************
       0870-CROSS-NOTES.

           MOVE SPACE TO WS-SPL-NOTE-LINE.
           STRING "SPLIT - PART MOVED TO NEW KEY " DELIMITED BY SIZE
                  WS-SPL-NEW-KEY                   DELIMITED BY SPACE
             INTO WS-SPL-NOTE-LINE.

           CALL "REYDB_NOTE" USING WS-SPL-DB
                                   WS-SPL-SOURCE-KEY
                                   WS-SPL-NOTE-LINE
               RETURNING WS-REYDB-RESULT-NOTE
           END-CALL.

           MOVE SPACE TO WS-SPL-NOTE-LINE.
           STRING "SPLIT FROM KEY " DELIMITED BY SIZE
                  WS-SPL-SOURCE-KEY DELIMITED BY SPACE
             INTO WS-SPL-NOTE-LINE.

           CALL "REYDB_NOTE" USING WS-SPL-DB
                                   WS-SPL-NEW-KEY
                                   WS-SPL-NOTE-LINE
               RETURNING WS-REYDB-RESULT-NOTE
           END-CALL.

       0870-CROSS-NOTES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One split.rpt line off the pieces in hand.                 ***
      ******************************************************************
       9000-REPORT-LINE.

           MOVE SPACE                     TO FS-SPLIT-RPT-RECORD.
           MOVE WS-SPL-RPT-ACTION         TO FS-SPLIT-RPT-ACTION.
           MOVE WS-SPL-RPT-DATABASE (1:40) TO FS-SPLIT-RPT-DATABASE.
           MOVE WS-SPL-RPT-KEY            TO FS-SPLIT-RPT-KEY.
           MOVE WS-SPL-TEXT               TO FS-SPLIT-RPT-TEXT.

           WRITE FS-SPLIT-RPT-RECORD.

       9000-REPORT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-SPLIT-CARD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-SPLIT-RPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RIRULE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-NOTE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-HOLD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
