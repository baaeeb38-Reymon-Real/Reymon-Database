      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    filing.cbl         ***
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
       PROGRAM-ID. REYDB_FILING IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Regulatory filing - the quarterly submission as a          ***
      *** well-formed XML document written straight off the data,    ***
      *** instead of a CSV export hand-edited into XML. The filing's ***
      *** cards on filing.map name its root and row elements and map ***
      *** each dictionary field to an element path under the row,    ***
      *** with its required flag and its date or amount format.      ***
      ***                                                            ***
      *** The rows come from the whole database, or from a          ***
      *** REYDB_SELECT result landed in an output database - read    ***
      *** by the database's own dictionary either way. A row missing ***
      *** a required element, or holding a date or amount that will  ***
      *** not format, goes on filing.exc with the reason and is left ***
      *** out of the document. The first pass judges every row; the  ***
      *** second writes the document with the header counts and the  ***
      *** control total of every amount element up front, so a file  ***
      *** is never sent whose header disagrees with its body.        ***
      ***                                                            ***
      *** "<filing>.<yyyymmdd>.xml" goes on the transmission         ***
      *** register with its row count and control total, so the      ***
      *** regulator's acknowledgment matches against it through      ***
      *** REYDB_XMIT_MATCH like any partner file's.                  ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-filing.cpy".
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
       COPY "file/section/reydb-filing.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-filing.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-amount.cpy".
       COPY "data/working/reydb-xmit.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".

      *** Resolved names - the database whose dictionary maps the
      *** filing (blank follows the usual "reymon.db" default), and
      *** the file its rows are read from.
       77 WS-FIL-RESOLVED-NAME PIC X(64) VALUE SPACE.
       77 WS-FIL-SOURCE-NAME   PIC X(64) VALUE SPACE.

      *** The document card.
       77 WS-FIL-ROOT      PIC X(30) VALUE SPACE.
       77 WS-FIL-ROW       PIC X(30) VALUE SPACE.
       77 WS-FIL-NAMESPACE PIC X(50) VALUE SPACE.
       77 WS-FIL-HAVE-DOC  PIC X(01) VALUE 'N'.

      *** The element cards, each resolved against the dictionary
      *** and its path split into its element names; the value an
      *** amount element held in the row in hand, and its total over
      *** the rows filed.
       77 WS-FIL-EL-COUNT PIC 9(02) COMP-5 VALUE ZERO.

       01 WS-FIL-ELEMENT-TABLE.
          02 WS-FIL-EL OCCURS 20 TIMES.
             03 WS-FIL-EL-FIELD     PIC X(16).
             03 WS-FIL-EL-PATH      PIC X(60).
             03 WS-FIL-EL-REQUIRED  PIC X(01).
             03 WS-FIL-EL-FORMAT    PIC X(08).
             03 WS-FIL-EL-OFFSET    PIC 9(04) COMP-5.
             03 WS-FIL-EL-LENGTH    PIC 9(04) COMP-5.
             03 WS-FIL-EL-SIGN      PIC X(01).
             03 WS-FIL-EL-SCALE     PIC 9(01).
             03 WS-FIL-EL-SEG-COUNT PIC 9(02) COMP-5.
             03 WS-FIL-EL-SEG       PIC X(30) OCCURS 5 TIMES.
             03 WS-FIL-EL-ROW-VALUE PIC S9(18) COMP-5.
             03 WS-FIL-EL-TOTAL     PIC S9(18) COMP-5.

       77 WS-FIL-EL-IDX  PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-FIL-SEG-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** The database's layout, to resolve the cards against.
       77 WS-FIL-DICT-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-FIL-DICT-LAYOUT.
          02 WS-FIL-DICT-FIELD OCCURS 20 TIMES.
             03 WS-FIL-DICT-OFFSET PIC 9(04) COMP-5.
             03 WS-FIL-DICT-LENGTH PIC 9(04) COMP-5.
       77 WS-FIL-DICT-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** The element names open above the element being written,
      *** under the row element.
       77 WS-FIL-OPEN-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-FIL-OPEN-TABLE.
          02 WS-FIL-OPEN-SEG PIC X(30) OCCURS 5 TIMES.
       77 WS-FIL-COMMON PIC 9(02) COMP-5 VALUE ZERO.

      *** One line of the document being built, and how deep it
      *** is indented.
       77 WS-FIL-LINE  PIC X(1400) VALUE SPACE.
       77 WS-FIL-PTR   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FIL-DEPTH PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-FIL-TAG   PIC X(30) VALUE SPACE.

      *** One element's value - the field's bytes, and the text the
      *** document carries, markup characters spelled out; whether
      *** it is good, blank or will not format, and why not.
       77 WS-FIL-RAW       PIC X(471) VALUE SPACE.
       77 WS-FIL-RAW-LEN   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FIL-START     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FIL-END       PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FIL-POS       PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FIL-TEXT      PIC X(1400) VALUE SPACE.
       77 WS-FIL-TEXT-LEN  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FIL-TEXT-PTR  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FIL-VERDICT   PIC X(01) VALUE SPACE.
          88 WS-FIL-IS-GOOD  VALUE 'G'.
          88 WS-FIL-IS-BLANK VALUE 'B'.
          88 WS-FIL-IS-BAD   VALUE 'X'.
       77 WS-FIL-REASON    PIC X(20) VALUE SPACE.

      *** A date as the field holds it, either way round.
       01 WS-FIL-YMD.
          02 WS-FIL-YMD-YEAR  PIC 9(04).
          02 WS-FIL-YMD-MONTH PIC 9(02).
          02 WS-FIL-YMD-DAY   PIC 9(02).

       01 WS-FIL-DMY.
          02 WS-FIL-DMY-DAY   PIC 9(02).
          02 WS-FIL-DMY-MONTH PIC 9(02).
          02 WS-FIL-DMY-YEAR  PIC 9(04).

      *** A count as the header prints it, and its leading blanks.
       77 WS-FIL-COUNT-ED PIC Z(08)9 VALUE ZERO.
       77 WS-FIL-LEAD     PIC 9(04) COMP-5 VALUE ZERO.

      *** The row in hand - plaintext, and whether it can be filed.
       77 WS-FIL-ROW-PLAIN     PIC X(471) VALUE SPACE.
       77 WS-FIL-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-FIL-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-FIL-ROW-OK        PIC X(01) VALUE 'Y'.

      *** '1' while the rows are judged, '2' while they are written.
       77 WS-FIL-PASS PIC X(01) VALUE '1'.

       77 WS-FIL-FILED      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-FIL-EXCEPTIONS PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-FIL-XMIT-TOTAL PIC 9(15) COMP-5 VALUE ZERO.
       77 WS-FIL-FIRST-AMT  PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-FIL-DATE       PIC 9(08) VALUE ZERO.
       77 WS-FIL-EOF        PIC X(01) VALUE 'N'.

       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The filing's name on filing.map, and the landed
      *** REYDB_SELECT result to file from - blank for the whole
      *** database.
       77 LS-FILING-ID     PIC X(08) VALUE SPACE.
       77 LS-FILING-SOURCE PIC X(64) VALUE SPACE.

      *** Rows filed, rows held out on filing.exc, and the
      *** transmission register's id for the document.
       77 LS-FILING-FILED      PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-FILING-EXCEPTIONS PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-FILING-XMIT-ID    PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-PARTIAL-CONTENT VALUE 02.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-LOCKED          VALUE 12.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - writes one filing. PARTIAL-CONTENT   ***
      *** when rows were held out on filing.exc.                     ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-FILING-ID
                                    LS-FILING-SOURCE
                                    LS-FILING-FILED
                                    LS-FILING-EXCEPTIONS
                                    LS-FILING-XMIT-ID
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-FILING-FILED LS-FILING-EXCEPTIONS
                        LS-FILING-XMIT-ID.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-FIL-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-FIL-RESOLVED-NAME
           END-IF.

           IF LS-FILING-SOURCE EQUAL SPACE
              MOVE WS-FIL-RESOLVED-NAME TO WS-FIL-SOURCE-NAME
           ELSE
              MOVE LS-FILING-SOURCE TO WS-FIL-SOURCE-NAME
           END-IF.

           IF LS-FILING-ID EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 0100-LOAD-MAP THRU 0100-LOAD-MAP-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0200-RESOLVE-FIELDS THRU 0200-RESOLVE-FIELDS-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

      *** A landed REYDB_SELECT result holds its rows in the
      *** database's own at-rest form - the database's policy reads
      *** them both.
           CALL "REYDB_POLICY" USING WS-FIL-RESOLVED-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

           CALL "REYDB_ENQUEUE_SHARED" USING WS-FIL-SOURCE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-FIL-SOURCE-NAME TO WS-REYDB-DATABASE-NAME.

           OPEN OUTPUT FC-FILING-EXC.

      *** First pass - every row judged, the held-out ones reported,
      *** the filed ones counted and totalled.
           MOVE '1' TO WS-FIL-PASS.

           PERFORM 1000-SWEEP-ROWS THRU 1000-SWEEP-ROWS-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              CLOSE FC-FILING-EXC
              CALL "REYDB_DEQUEUE_SHARED" USING WS-FIL-SOURCE-NAME
                  RETURNING WS-REYDB-RESULT-LOCK
              END-CALL
              GOBACK
           END-IF.

           ACCEPT WS-FIL-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO WS-FILING-XML-FILE-NAME.
           STRING LS-FILING-ID DELIMITED BY SPACE
                  "."          DELIMITED BY SIZE
                  WS-FIL-DATE  DELIMITED BY SIZE
                  ".xml"       DELIMITED BY SIZE
             INTO WS-FILING-XML-FILE-NAME
           END-STRING.

           OPEN OUTPUT FC-FILING-XML.

           IF WS-FILING-XML-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-FILING-EXC
              CALL "REYDB_DEQUEUE_SHARED" USING WS-FIL-SOURCE-NAME
                  RETURNING WS-REYDB-RESULT-LOCK
              END-CALL
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 2000-WRITE-OPENING THRU 2000-WRITE-OPENING-EXIT.

      *** Second pass - the filed rows into the document.
           MOVE '2' TO WS-FIL-PASS.

           PERFORM 1000-SWEEP-ROWS THRU 1000-SWEEP-ROWS-EXIT.

           MOVE SPACE TO WS-FIL-LINE.
           STRING "</"        DELIMITED BY SIZE
                  WS-FIL-ROOT DELIMITED BY SPACE
                  ">"         DELIMITED BY SIZE
             INTO WS-FIL-LINE
           END-STRING.
           PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.

           CLOSE FC-FILING-XML.
           CLOSE FC-FILING-EXC.

           CALL "REYDB_DEQUEUE_SHARED" USING WS-FIL-SOURCE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

      *** Onto the transmission register - the control total is the
      *** first amount element's, in its smallest unit.
           MOVE ZERO TO WS-FIL-XMIT-TOTAL.

           IF WS-FIL-FIRST-AMT GREATER THAN ZERO
              IF WS-FIL-EL-TOTAL (WS-FIL-FIRST-AMT) LESS THAN ZERO
                 COMPUTE WS-FIL-XMIT-TOTAL =
                         0 - WS-FIL-EL-TOTAL (WS-FIL-FIRST-AMT)
              ELSE
                 MOVE WS-FIL-EL-TOTAL (WS-FIL-FIRST-AMT)
                   TO WS-FIL-XMIT-TOTAL
              END-IF
           END-IF.

           CALL "REYDB_XMIT_REGISTER" USING WS-FIL-RESOLVED-NAME
                                            WS-FILING-XML-FILE-NAME
                                            WS-FIL-FILED
                                            WS-FIL-XMIT-TOTAL
                                            WS-XMIT-NEW-ID
               RETURNING WS-REYDB-RESULT-XMIT
           END-CALL.

           MOVE WS-FIL-FILED      TO LS-FILING-FILED.
           MOVE WS-FIL-EXCEPTIONS TO LS-FILING-EXCEPTIONS.
           MOVE WS-XMIT-NEW-ID    TO LS-FILING-XMIT-ID.

           IF WS-FIL-EXCEPTIONS GREATER THAN ZERO
              MOVE WS-REYDB-PARTIAL-CONTENT TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The filing's cards off filing.map - the one document card  ***
      *** and up to twenty element cards, in card order. No cards is ***
      *** NOT-FOUND; no document card, an unknown format or a path   ***
      *** that does not split into one to five element names is      ***
      *** VALIDATION-FAIL.                                           ***
      ******************************************************************
       0100-LOAD-MAP.

           MOVE ZERO TO WS-FIL-EL-COUNT.
           MOVE 'N'  TO WS-FIL-HAVE-DOC WS-FIL-EOF.

           OPEN INPUT FC-FILMAP.

           IF WS-FILMAP-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GO TO 0100-LOAD-MAP-EXIT
           END-IF.

           PERFORM UNTIL WS-FIL-EOF EQUAL 'S'

               READ FC-FILMAP

               AT END
                   MOVE 'S' TO WS-FIL-EOF

               NOT AT END
                   IF FS-FILMAP-FILING EQUAL LS-FILING-ID
                      PERFORM 0150-FILE-CARD THRU 0150-FILE-CARD-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-FILMAP.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0100-LOAD-MAP-EXIT
           END-IF.

           IF WS-FIL-EL-COUNT EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GO TO 0100-LOAD-MAP-EXIT
           END-IF.

           IF WS-FIL-HAVE-DOC NOT EQUAL 'Y'
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
           END-IF.

       0100-LOAD-MAP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One of the filing's cards into the tables.                 ***
      ******************************************************************
       0150-FILE-CARD.

           IF FS-FILMAP-IS-DOCUMENT
              MOVE FS-FILMAP-ROOT      TO WS-FIL-ROOT
              MOVE FS-FILMAP-ROW       TO WS-FIL-ROW
              MOVE FS-FILMAP-NAMESPACE TO WS-FIL-NAMESPACE
              IF WS-FIL-ROOT EQUAL SPACE
              OR WS-FIL-ROW  EQUAL SPACE
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              ELSE
                 MOVE 'Y' TO WS-FIL-HAVE-DOC
              END-IF
              GO TO 0150-FILE-CARD-EXIT
           END-IF.

           IF NOT FS-FILMAP-IS-ELEMENT
           OR WS-FIL-EL-COUNT NOT LESS THAN 20
              GO TO 0150-FILE-CARD-EXIT
           END-IF.

           ADD 1 TO WS-FIL-EL-COUNT.
           MOVE WS-FIL-EL-COUNT TO WS-FIL-EL-IDX.

           MOVE FS-FILMAP-FIELD
             TO WS-FIL-EL-FIELD (WS-FIL-EL-IDX).
           MOVE FS-FILMAP-PATH
             TO WS-FIL-EL-PATH (WS-FIL-EL-IDX).
           MOVE FS-FILMAP-REQUIRED
             TO WS-FIL-EL-REQUIRED (WS-FIL-EL-IDX).
           MOVE FS-FILMAP-FORMAT
             TO WS-FIL-EL-FORMAT (WS-FIL-EL-IDX).

           IF WS-FIL-EL-FORMAT (WS-FIL-EL-IDX) EQUAL SPACE
              MOVE "TEXT" TO WS-FIL-EL-FORMAT (WS-FIL-EL-IDX)
           END-IF.

           IF WS-FIL-EL-FORMAT (WS-FIL-EL-IDX) NOT EQUAL "TEXT"
              AND WS-FIL-EL-FORMAT (WS-FIL-EL-IDX) NOT EQUAL "DATE"
              AND WS-FIL-EL-FORMAT (WS-FIL-EL-IDX) NOT EQUAL "DATEDMY"
              AND WS-FIL-EL-FORMAT (WS-FIL-EL-IDX) NOT EQUAL "AMOUNT"
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0150-FILE-CARD-EXIT
           END-IF.

           MOVE ZERO  TO WS-FIL-EL-SEG-COUNT (WS-FIL-EL-IDX)
                         WS-FIL-EL-ROW-VALUE (WS-FIL-EL-IDX)
                         WS-FIL-EL-TOTAL     (WS-FIL-EL-IDX).
           MOVE SPACE TO WS-FIL-EL-SEG (WS-FIL-EL-IDX 1)
                         WS-FIL-EL-SEG (WS-FIL-EL-IDX 2)
                         WS-FIL-EL-SEG (WS-FIL-EL-IDX 3)
                         WS-FIL-EL-SEG (WS-FIL-EL-IDX 4)
                         WS-FIL-EL-SEG (WS-FIL-EL-IDX 5).

           UNSTRING WS-FIL-EL-PATH (WS-FIL-EL-IDX) DELIMITED BY "/"
               INTO WS-FIL-EL-SEG (WS-FIL-EL-IDX 1)
                    WS-FIL-EL-SEG (WS-FIL-EL-IDX 2)
                    WS-FIL-EL-SEG (WS-FIL-EL-IDX 3)
                    WS-FIL-EL-SEG (WS-FIL-EL-IDX 4)
                    WS-FIL-EL-SEG (WS-FIL-EL-IDX 5)
               TALLYING IN WS-FIL-EL-SEG-COUNT (WS-FIL-EL-IDX)
               ON OVERFLOW
                   MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
           END-UNSTRING.

           PERFORM VARYING WS-FIL-SEG-IDX FROM 1 BY 1
                     UNTIL WS-FIL-SEG-IDX GREATER THAN
                           WS-FIL-EL-SEG-COUNT (WS-FIL-EL-IDX)
               IF WS-FIL-EL-SEG (WS-FIL-EL-IDX WS-FIL-SEG-IDX)
                  EQUAL SPACE
                  MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
               END-IF
           END-PERFORM.

           IF WS-FIL-EL-SEG-COUNT (WS-FIL-EL-IDX) EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
           END-IF.

       0150-FILE-CARD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Each element's field found in the database's dictionary -  ***
      *** its slice, and for an amount its sign and decimals. A name ***
      *** the dictionary does not know is VALIDATION-FAIL: a filing  ***
      *** quietly short of an element is worse than none.           ***
      ******************************************************************
       0200-RESOLVE-FIELDS.

           CALL "REYDB_DICT_GET" USING WS-FIL-RESOLVED-NAME
                                       WS-FIL-DICT-COUNT
                                       WS-FIL-DICT-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           MOVE ZERO TO WS-FIL-FIRST-AMT.

           PERFORM VARYING WS-FIL-EL-IDX FROM 1 BY 1
                     UNTIL WS-FIL-EL-IDX GREATER THAN WS-FIL-EL-COUNT
                        OR LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
               PERFORM 0250-RESOLVE-ONE THRU 0250-RESOLVE-ONE-EXIT
           END-PERFORM.

       0200-RESOLVE-FIELDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One element's field. *KEY is the row's key, offset zero.   ***
      ******************************************************************
       0250-RESOLVE-ONE.

           MOVE ZERO  TO WS-FIL-EL-OFFSET (WS-FIL-EL-IDX)
                         WS-FIL-EL-LENGTH (WS-FIL-EL-IDX)
                         WS-FIL-EL-SCALE  (WS-FIL-EL-IDX).
           MOVE SPACE TO WS-FIL-EL-SIGN   (WS-FIL-EL-IDX).

           IF WS-FIL-EL-FIELD (WS-FIL-EL-IDX) EQUAL "*KEY"
              MOVE 18 TO WS-FIL-EL-LENGTH (WS-FIL-EL-IDX)
              GO TO 0250-RESOLVE-ONE-EXIT
           END-IF.

           PERFORM VARYING WS-FIL-DICT-IDX FROM 1 BY 1
                     UNTIL WS-FIL-DICT-IDX GREATER THAN
                           WS-FIL-DICT-COUNT
               IF WS-DICT-FIELD-NAME (WS-FIL-DICT-IDX)
                  EQUAL WS-FIL-EL-FIELD (WS-FIL-EL-IDX)
                  MOVE WS-FIL-DICT-OFFSET (WS-FIL-DICT-IDX)
                    TO WS-FIL-EL-OFFSET (WS-FIL-EL-IDX)
                  MOVE WS-FIL-DICT-LENGTH (WS-FIL-DICT-IDX)
                    TO WS-FIL-EL-LENGTH (WS-FIL-EL-IDX)
                  MOVE WS-FIL-DICT-COUNT TO WS-FIL-DICT-IDX
               END-IF
           END-PERFORM.

           IF WS-FIL-EL-LENGTH (WS-FIL-EL-IDX) EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0250-RESOLVE-ONE-EXIT
           END-IF.

           IF WS-FIL-EL-FORMAT (WS-FIL-EL-IDX) EQUAL "AMOUNT"
              CALL "REYDB_DICT_NUMFMT" USING
                       WS-FIL-RESOLVED-NAME
                       WS-FIL-EL-OFFSET (WS-FIL-EL-IDX)
                       WS-FIL-EL-LENGTH (WS-FIL-EL-IDX)
                       WS-FIL-EL-SIGN   (WS-FIL-EL-IDX)
                       WS-FIL-EL-SCALE  (WS-FIL-EL-IDX)
                  RETURNING WS-REYDB-RESULT-AMOUNT
              END-CALL
              IF WS-FIL-FIRST-AMT EQUAL ZERO
                 MOVE WS-FIL-EL-IDX TO WS-FIL-FIRST-AMT
              END-IF
           END-IF.

       0250-RESOLVE-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One pass over the rows - judged on the first, the ones     ***
      *** that passed written on the second.                         ***
      ******************************************************************
       1000-SWEEP-ROWS.

           MOVE 'N' TO WS-FIL-EOF.

           OPEN INPUT FC-REYDB.

      *** A file that will not open is a failed filing, not an
      *** empty one.
           IF WS-REYDB-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GO TO 1000-SWEEP-ROWS-EXIT
           END-IF.

           PERFORM UNTIL WS-FIL-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-FIL-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      PERFORM 1100-JUDGE-ROW THRU 1100-JUDGE-ROW-EXIT
                      IF WS-FIL-PASS EQUAL '2'
                         AND WS-FIL-ROW-OK EQUAL 'Y'
                         PERFORM 3000-WRITE-ROW THRU 3000-WRITE-ROW-EXIT
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.

       1000-SWEEP-ROWS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Whether the row in hand can be filed - every element       ***
      *** formatted, every required one present. On the first pass   ***
      *** each fault goes on filing.exc, and a row that passes is    ***
      *** counted and its amounts totalled.                          ***
      ******************************************************************
       1100-JUDGE-ROW.

           PERFORM 1050-PLAIN-ROW THRU 1050-PLAIN-ROW-EXIT.

           MOVE 'Y' TO WS-FIL-ROW-OK.

           PERFORM VARYING WS-FIL-EL-IDX FROM 1 BY 1
                     UNTIL WS-FIL-EL-IDX GREATER THAN WS-FIL-EL-COUNT

               PERFORM 1200-FORMAT-VALUE THRU 1200-FORMAT-VALUE-EXIT

               IF WS-FIL-IS-BAD
               OR (WS-FIL-IS-BLANK
                   AND WS-FIL-EL-REQUIRED (WS-FIL-EL-IDX) EQUAL 'R')
                  MOVE 'N' TO WS-FIL-ROW-OK
                  IF WS-FIL-PASS EQUAL '1'
                     PERFORM 1300-WRITE-EXCEPTION
                        THRU 1300-WRITE-EXCEPTION-EXIT
                  END-IF
               END-IF

           END-PERFORM.

           IF WS-FIL-PASS NOT EQUAL '1'
              GO TO 1100-JUDGE-ROW-EXIT
           END-IF.

           IF WS-FIL-ROW-OK NOT EQUAL 'Y'
              ADD 1 TO WS-FIL-EXCEPTIONS
              GO TO 1100-JUDGE-ROW-EXIT
           END-IF.

           ADD 1 TO WS-FIL-FILED.

           PERFORM VARYING WS-FIL-EL-IDX FROM 1 BY 1
                     UNTIL WS-FIL-EL-IDX GREATER THAN WS-FIL-EL-COUNT
               ADD WS-FIL-EL-ROW-VALUE (WS-FIL-EL-IDX)
                TO WS-FIL-EL-TOTAL (WS-FIL-EL-IDX)
           END-PERFORM.

       1100-JUDGE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The row in hand deciphered and expanded to plaintext.      ***
      ******************************************************************
       1050-PLAIN-ROW.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-FIL-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-FIL-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-FIL-ROW-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       WS-FIL-SOURCE-NAME
                       FS-REYDB-KEY
                       WS-FIL-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-FIL-ROW-PLAIN
                                             WS-FIL-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-FIL-ROW-PLAIN
                                         WS-FIL-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

       1050-PLAIN-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Element WS-FIL-EL-IDX of the row in hand as the document   ***
      *** carries it, in WS-FIL-TEXT for WS-FIL-TEXT-LEN bytes - or  ***
      *** blank, or bad with the reason.                             ***
      ******************************************************************
       1200-FORMAT-VALUE.

           MOVE 'G'   TO WS-FIL-VERDICT.
           MOVE SPACE TO WS-FIL-REASON WS-FIL-RAW WS-FIL-TEXT.
           MOVE ZERO  TO WS-FIL-TEXT-LEN
                         WS-FIL-EL-ROW-VALUE (WS-FIL-EL-IDX).

           MOVE WS-FIL-EL-LENGTH (WS-FIL-EL-IDX) TO WS-FIL-RAW-LEN.

           IF WS-FIL-EL-OFFSET (WS-FIL-EL-IDX) EQUAL ZERO
              MOVE FS-REYDB-KEY TO WS-FIL-RAW
           ELSE
              MOVE WS-FIL-ROW-PLAIN (WS-FIL-EL-OFFSET (WS-FIL-EL-IDX)
                                     : WS-FIL-RAW-LEN)
                TO WS-FIL-RAW
           END-IF.

           IF WS-FIL-RAW (1:WS-FIL-RAW-LEN) EQUAL SPACE
              MOVE 'B'                TO WS-FIL-VERDICT
              MOVE "REQUIRED MISSING" TO WS-FIL-REASON
              GO TO 1200-FORMAT-VALUE-EXIT
           END-IF.

           EVALUATE WS-FIL-EL-FORMAT (WS-FIL-EL-IDX)
               WHEN "DATE"
               WHEN "DATEDMY"
                   PERFORM 1210-FORMAT-DATE THRU 1210-FORMAT-DATE-EXIT
               WHEN "AMOUNT"
                   PERFORM 1220-FORMAT-AMOUNT
                      THRU 1220-FORMAT-AMOUNT-EXIT
               WHEN OTHER
                   PERFORM 1230-FORMAT-TEXT THRU 1230-FORMAT-TEXT-EXIT
           END-EVALUATE.

       1200-FORMAT-VALUE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A date as YYYY-MM-DD. All zeros is no date at all; digits  ***
      *** that are not a month and day are BAD DATE.                 ***
      ******************************************************************
       1210-FORMAT-DATE.

           IF WS-FIL-RAW-LEN LESS THAN 8
              MOVE 'X'        TO WS-FIL-VERDICT
              MOVE "BAD DATE" TO WS-FIL-REASON
              GO TO 1210-FORMAT-DATE-EXIT
           END-IF.

           IF WS-FIL-EL-FORMAT (WS-FIL-EL-IDX) EQUAL "DATEDMY"
              MOVE WS-FIL-RAW (1:8) TO WS-FIL-DMY
              IF WS-FIL-DMY IS NUMERIC
                 MOVE WS-FIL-DMY-YEAR  TO WS-FIL-YMD-YEAR
                 MOVE WS-FIL-DMY-MONTH TO WS-FIL-YMD-MONTH
                 MOVE WS-FIL-DMY-DAY   TO WS-FIL-YMD-DAY
              ELSE
                 MOVE WS-FIL-RAW (1:8) TO WS-FIL-YMD
              END-IF
           ELSE
              MOVE WS-FIL-RAW (1:8) TO WS-FIL-YMD
           END-IF.

           IF WS-FIL-YMD IS NOT NUMERIC
              MOVE 'X'        TO WS-FIL-VERDICT
              MOVE "BAD DATE" TO WS-FIL-REASON
              GO TO 1210-FORMAT-DATE-EXIT
           END-IF.

           IF WS-FIL-YMD EQUAL ZERO
              MOVE 'B'                TO WS-FIL-VERDICT
              MOVE "REQUIRED MISSING" TO WS-FIL-REASON
              GO TO 1210-FORMAT-DATE-EXIT
           END-IF.

           IF WS-FIL-YMD-MONTH LESS THAN 1
           OR WS-FIL-YMD-MONTH GREATER THAN 12
           OR WS-FIL-YMD-DAY LESS THAN 1
           OR WS-FIL-YMD-DAY GREATER THAN 31
              MOVE 'X'        TO WS-FIL-VERDICT
              MOVE "BAD DATE" TO WS-FIL-REASON
              GO TO 1210-FORMAT-DATE-EXIT
           END-IF.

           STRING WS-FIL-YMD-YEAR  DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-FIL-YMD-MONTH DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-FIL-YMD-DAY   DELIMITED BY SIZE
             INTO WS-FIL-TEXT
           END-STRING.

           MOVE 10 TO WS-FIL-TEXT-LEN.

       1210-FORMAT-DATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** An amount by the field's sign and decimals, "-1234.56",    ***
      *** its value kept for the totals. Digits that are not the     ***
      *** field's convention are BAD AMOUNT.                         ***
      ******************************************************************
       1220-FORMAT-AMOUNT.

           IF WS-FIL-EL-OFFSET (WS-FIL-EL-IDX) EQUAL ZERO
              PERFORM 1230-FORMAT-TEXT THRU 1230-FORMAT-TEXT-EXIT
              GO TO 1220-FORMAT-AMOUNT-EXIT
           END-IF.

           CALL "REYDB_AMOUNT" USING WS-FIL-ROW-PLAIN
                                     WS-FIL-EL-OFFSET (WS-FIL-EL-IDX)
                                     WS-FIL-EL-LENGTH (WS-FIL-EL-IDX)
                                     WS-FIL-EL-SIGN   (WS-FIL-EL-IDX)
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT NOT EQUAL WS-REYDB-SUCCESS
              MOVE 'X'          TO WS-FIL-VERDICT
              MOVE "BAD AMOUNT" TO WS-FIL-REASON
              GO TO 1220-FORMAT-AMOUNT-EXIT
           END-IF.

           MOVE WS-AMOUNT-VALUE TO WS-FIL-EL-ROW-VALUE (WS-FIL-EL-IDX).

           CALL "REYDB_AMOUNT_EDIT" USING
                    WS-AMOUNT-VALUE
                    WS-FIL-EL-SCALE (WS-FIL-EL-IDX)
                                          WS-AMOUNT-TEXT
           END-CALL.

      *** The edited figure is right-aligned - lead with its digits.
           MOVE ZERO TO WS-FIL-LEAD.
           INSPECT WS-AMOUNT-TEXT TALLYING WS-FIL-LEAD
               FOR LEADING SPACE.

           COMPUTE WS-FIL-TEXT-LEN = 20 - WS-FIL-LEAD.
           MOVE WS-AMOUNT-TEXT (WS-FIL-LEAD + 1 : WS-FIL-TEXT-LEN)
             TO WS-FIL-TEXT.

       1220-FORMAT-AMOUNT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Text as it stands, blanks either side dropped and the      ***
      *** characters markup reserves spelled out.                    ***
      ******************************************************************
       1230-FORMAT-TEXT.

           MOVE 1 TO WS-FIL-START.

           PERFORM UNTIL WS-FIL-RAW (WS-FIL-START:1) NOT EQUAL SPACE
               ADD 1 TO WS-FIL-START
           END-PERFORM.

           MOVE WS-FIL-RAW-LEN TO WS-FIL-END.

           PERFORM UNTIL WS-FIL-RAW (WS-FIL-END:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-FIL-END
           END-PERFORM.

           MOVE 1 TO WS-FIL-TEXT-PTR.

           PERFORM VARYING WS-FIL-POS FROM WS-FIL-START BY 1
                     UNTIL WS-FIL-POS GREATER THAN WS-FIL-END

               EVALUATE WS-FIL-RAW (WS-FIL-POS:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                         INTO WS-FIL-TEXT
                         WITH POINTER WS-FIL-TEXT-PTR
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                         INTO WS-FIL-TEXT
                         WITH POINTER WS-FIL-TEXT-PTR
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                         INTO WS-FIL-TEXT
                         WITH POINTER WS-FIL-TEXT-PTR
                       END-STRING
                   WHEN '"'
                       STRING "&quot;" DELIMITED BY SIZE
                         INTO WS-FIL-TEXT
                         WITH POINTER WS-FIL-TEXT-PTR
                       END-STRING
                   WHEN "'"
                       STRING "&apos;" DELIMITED BY SIZE
                         INTO WS-FIL-TEXT
                         WITH POINTER WS-FIL-TEXT-PTR
                       END-STRING
                   WHEN OTHER
      *** A control byte has no place in an XML document.
                       IF WS-FIL-RAW (WS-FIL-POS:1) LESS THAN SPACE
                          STRING " " DELIMITED BY SIZE
                            INTO WS-FIL-TEXT
                            WITH POINTER WS-FIL-TEXT-PTR
                          END-STRING
                       ELSE
                          STRING WS-FIL-RAW (WS-FIL-POS:1)
                                 DELIMITED BY SIZE
                            INTO WS-FIL-TEXT
                            WITH POINTER WS-FIL-TEXT-PTR
                          END-STRING
                       END-IF
               END-EVALUATE

           END-PERFORM.

           COMPUTE WS-FIL-TEXT-LEN = WS-FIL-TEXT-PTR - 1.

       1230-FORMAT-TEXT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One fault of the row in hand on filing.exc.                ***
      ******************************************************************
       1300-WRITE-EXCEPTION.

           MOVE SPACE                TO FS-FILING-EXC-RECORD.
           MOVE LS-FILING-ID         TO FS-FILING-EXC-FILING.
           MOVE WS-FIL-SOURCE-NAME (1:40)
             TO FS-FILING-EXC-DATABASE.
           MOVE FS-REYDB-KEY         TO FS-FILING-EXC-KEY.
           MOVE WS-FIL-EL-FIELD (WS-FIL-EL-IDX)
             TO FS-FILING-EXC-FIELD.
           MOVE WS-FIL-REASON        TO FS-FILING-EXC-REASON.

           WRITE FS-FILING-EXC-RECORD.

       1300-WRITE-EXCEPTION-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The document's opening - the XML declaration, the root     ***
      *** element with its namespace, and the header: the filing,    ***
      *** the database, the date, the counts, and the control total  ***
      *** of every amount element.                                   ***
      ******************************************************************
       2000-WRITE-OPENING.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO WS-FIL-LINE.
           PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-FIL-LINE.

           IF WS-FIL-NAMESPACE EQUAL SPACE
              STRING "<"         DELIMITED BY SIZE
                     WS-FIL-ROOT DELIMITED BY SPACE
                     ">"         DELIMITED BY SIZE
                INTO WS-FIL-LINE
              END-STRING
           ELSE
              STRING "<"              DELIMITED BY SIZE
                     WS-FIL-ROOT      DELIMITED BY SPACE
                     ' xmlns="'       DELIMITED BY SIZE
                     WS-FIL-NAMESPACE DELIMITED BY SPACE
                     '">'             DELIMITED BY SIZE
                INTO WS-FIL-LINE
              END-STRING
           END-IF.

           PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.

           MOVE 1 TO WS-FIL-DEPTH.
           MOVE "Header" TO WS-FIL-TAG.
           PERFORM 8100-OPEN-TAG THRU 8100-OPEN-TAG-EXIT.

           MOVE 2 TO WS-FIL-DEPTH.

           MOVE "FilingId" TO WS-FIL-TAG.
           MOVE SPACE      TO WS-FIL-RAW.
           MOVE LS-FILING-ID TO WS-FIL-RAW.
           MOVE 8          TO WS-FIL-RAW-LEN.
           PERFORM 1230-FORMAT-TEXT THRU 1230-FORMAT-TEXT-EXIT.
           PERFORM 8300-TEXT-ELEMENT THRU 8300-TEXT-ELEMENT-EXIT.

           MOVE "Database" TO WS-FIL-TAG.
           MOVE WS-FIL-RESOLVED-NAME TO WS-FIL-RAW.
           MOVE 64         TO WS-FIL-RAW-LEN.
           PERFORM 1230-FORMAT-TEXT THRU 1230-FORMAT-TEXT-EXIT.
           PERFORM 8300-TEXT-ELEMENT THRU 8300-TEXT-ELEMENT-EXIT.

           MOVE "Source"   TO WS-FIL-TAG.
           MOVE WS-FIL-SOURCE-NAME TO WS-FIL-RAW.
           PERFORM 1230-FORMAT-TEXT THRU 1230-FORMAT-TEXT-EXIT.
           PERFORM 8300-TEXT-ELEMENT THRU 8300-TEXT-ELEMENT-EXIT.

           MOVE "CreatedDate" TO WS-FIL-TAG.
           MOVE WS-FIL-DATE   TO WS-FIL-YMD.
           MOVE SPACE         TO WS-FIL-TEXT.
           STRING WS-FIL-YMD-YEAR  DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-FIL-YMD-MONTH DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-FIL-YMD-DAY   DELIMITED BY SIZE
             INTO WS-FIL-TEXT
           END-STRING.
           MOVE 10 TO WS-FIL-TEXT-LEN.
           PERFORM 8300-TEXT-ELEMENT THRU 8300-TEXT-ELEMENT-EXIT.

           MOVE "RecordCount" TO WS-FIL-TAG.
           MOVE WS-FIL-FILED  TO WS-FIL-COUNT-ED.
           PERFORM 8400-COUNT-TEXT THRU 8400-COUNT-TEXT-EXIT.
           PERFORM 8300-TEXT-ELEMENT THRU 8300-TEXT-ELEMENT-EXIT.

           MOVE "ExceptionCount"  TO WS-FIL-TAG.
           MOVE WS-FIL-EXCEPTIONS TO WS-FIL-COUNT-ED.
           PERFORM 8400-COUNT-TEXT THRU 8400-COUNT-TEXT-EXIT.
           PERFORM 8300-TEXT-ELEMENT THRU 8300-TEXT-ELEMENT-EXIT.

           PERFORM VARYING WS-FIL-EL-IDX FROM 1 BY 1
                     UNTIL WS-FIL-EL-IDX GREATER THAN WS-FIL-EL-COUNT
               IF WS-FIL-EL-FORMAT (WS-FIL-EL-IDX) EQUAL "AMOUNT"
                  AND WS-FIL-EL-OFFSET (WS-FIL-EL-IDX) GREATER THAN ZERO
                  PERFORM 2100-WRITE-CONTROL-TOTAL
                     THRU 2100-WRITE-CONTROL-TOTAL-EXIT
               END-IF
           END-PERFORM.

           MOVE 1 TO WS-FIL-DEPTH.
           MOVE "Header" TO WS-FIL-TAG.
           PERFORM 8200-CLOSE-TAG THRU 8200-CLOSE-TAG-EXIT.

       2000-WRITE-OPENING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One amount element's total over the rows filed, named by   ***
      *** its path.                                                  ***
      ******************************************************************
       2100-WRITE-CONTROL-TOTAL.

           CALL "REYDB_AMOUNT_EDIT" USING
                    WS-FIL-EL-TOTAL (WS-FIL-EL-IDX)
                    WS-FIL-EL-SCALE (WS-FIL-EL-IDX)
                                          WS-AMOUNT-TEXT
           END-CALL.

           MOVE ZERO TO WS-FIL-LEAD.
           INSPECT WS-AMOUNT-TEXT TALLYING WS-FIL-LEAD
               FOR LEADING SPACE.

           MOVE SPACE TO WS-FIL-LINE.
           COMPUTE WS-FIL-PTR = WS-FIL-DEPTH * 2 + 1.

           STRING '<ControlTotal element="' DELIMITED BY SIZE
                  WS-FIL-EL-PATH (WS-FIL-EL-IDX) DELIMITED BY SPACE
                  '">'                      DELIMITED BY SIZE
                  WS-AMOUNT-TEXT (WS-FIL-LEAD + 1 : 20 - WS-FIL-LEAD)
                                            DELIMITED BY SIZE
                  "</ControlTotal>"         DELIMITED BY SIZE
             INTO WS-FIL-LINE WITH POINTER WS-FIL-PTR
           END-STRING.

           PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.

       2100-WRITE-CONTROL-TOTAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One filed row under the row element. Each element opens    ***
      *** whatever of its parent path is not already open and closes ***
      *** whatever of the last one's is not shared; an optional      ***
      *** element the row has no value for is left out.              ***
      ******************************************************************
       3000-WRITE-ROW.

           MOVE 1 TO WS-FIL-DEPTH.
           MOVE WS-FIL-ROW TO WS-FIL-TAG.
           PERFORM 8100-OPEN-TAG THRU 8100-OPEN-TAG-EXIT.

           MOVE ZERO TO WS-FIL-OPEN-COUNT.

           PERFORM VARYING WS-FIL-EL-IDX FROM 1 BY 1
                     UNTIL WS-FIL-EL-IDX GREATER THAN WS-FIL-EL-COUNT
               PERFORM 1200-FORMAT-VALUE THRU 1200-FORMAT-VALUE-EXIT
               IF WS-FIL-IS-GOOD
                  PERFORM 3100-WRITE-ELEMENT
                     THRU 3100-WRITE-ELEMENT-EXIT
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-FIL-COMMON.
           PERFORM 3200-CLOSE-PARENTS THRU 3200-CLOSE-PARENTS-EXIT.

           MOVE 1 TO WS-FIL-DEPTH.
           MOVE WS-FIL-ROW TO WS-FIL-TAG.
           PERFORM 8200-CLOSE-TAG THRU 8200-CLOSE-TAG-EXIT.

       3000-WRITE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Element WS-FIL-EL-IDX under its parent path.               ***
      ******************************************************************
       3100-WRITE-ELEMENT.

      *** How much of the parent path is open already.
           MOVE ZERO TO WS-FIL-COMMON.

           PERFORM VARYING WS-FIL-SEG-IDX FROM 1 BY 1
                     UNTIL WS-FIL-SEG-IDX GREATER THAN WS-FIL-OPEN-COUNT
                        OR WS-FIL-SEG-IDX NOT LESS THAN
                           WS-FIL-EL-SEG-COUNT (WS-FIL-EL-IDX)
                        OR WS-FIL-OPEN-SEG (WS-FIL-SEG-IDX)
                           NOT EQUAL
                           WS-FIL-EL-SEG (WS-FIL-EL-IDX WS-FIL-SEG-IDX)
               MOVE WS-FIL-SEG-IDX TO WS-FIL-COMMON
           END-PERFORM.

           PERFORM 3200-CLOSE-PARENTS THRU 3200-CLOSE-PARENTS-EXIT.

           PERFORM VARYING WS-FIL-SEG-IDX FROM WS-FIL-COMMON BY 1
                     UNTIL WS-FIL-SEG-IDX + 1 NOT LESS THAN
                           WS-FIL-EL-SEG-COUNT (WS-FIL-EL-IDX)
               ADD 1 TO WS-FIL-OPEN-COUNT
               MOVE WS-FIL-EL-SEG (WS-FIL-EL-IDX WS-FIL-OPEN-COUNT)
                 TO WS-FIL-OPEN-SEG (WS-FIL-OPEN-COUNT)
               COMPUTE WS-FIL-DEPTH = WS-FIL-OPEN-COUNT + 1
               MOVE WS-FIL-OPEN-SEG (WS-FIL-OPEN-COUNT) TO WS-FIL-TAG
               PERFORM 8100-OPEN-TAG THRU 8100-OPEN-TAG-EXIT
           END-PERFORM.

           COMPUTE WS-FIL-DEPTH = WS-FIL-EL-SEG-COUNT (WS-FIL-EL-IDX)
                                + 1.
           MOVE WS-FIL-EL-SEG (WS-FIL-EL-IDX
                               WS-FIL-EL-SEG-COUNT (WS-FIL-EL-IDX))
             TO WS-FIL-TAG.
           PERFORM 8300-TEXT-ELEMENT THRU 8300-TEXT-ELEMENT-EXIT.

       3100-WRITE-ELEMENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Closes the open parents down to the first WS-FIL-COMMON.   ***
      ******************************************************************
       3200-CLOSE-PARENTS.

           PERFORM UNTIL WS-FIL-OPEN-COUNT NOT GREATER THAN
                         WS-FIL-COMMON
               COMPUTE WS-FIL-DEPTH = WS-FIL-OPEN-COUNT + 1
               MOVE WS-FIL-OPEN-SEG (WS-FIL-OPEN-COUNT) TO WS-FIL-TAG
               PERFORM 8200-CLOSE-TAG THRU 8200-CLOSE-TAG-EXIT
               SUBTRACT 1 FROM WS-FIL-OPEN-COUNT
           END-PERFORM.

       3200-CLOSE-PARENTS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Writes the line in hand to the document.                   ***
      ******************************************************************
       8000-WRITE-LINE.

           MOVE WS-FIL-LINE TO FS-FILING-XML-LINE.
           WRITE FS-FILING-XML-LINE.

       8000-WRITE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** <tag> on a line of its own, indented to WS-FIL-DEPTH.      ***
      ******************************************************************
       8100-OPEN-TAG.

           MOVE SPACE TO WS-FIL-LINE.
           COMPUTE WS-FIL-PTR = WS-FIL-DEPTH * 2 + 1.

           STRING "<"        DELIMITED BY SIZE
                  WS-FIL-TAG DELIMITED BY SPACE
                  ">"        DELIMITED BY SIZE
             INTO WS-FIL-LINE WITH POINTER WS-FIL-PTR
           END-STRING.

           PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.

       8100-OPEN-TAG-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** </tag> on a line of its own, indented to WS-FIL-DEPTH.     ***
      ******************************************************************
       8200-CLOSE-TAG.

           MOVE SPACE TO WS-FIL-LINE.
           COMPUTE WS-FIL-PTR = WS-FIL-DEPTH * 2 + 1.

           STRING "</"       DELIMITED BY SIZE
                  WS-FIL-TAG DELIMITED BY SPACE
                  ">"        DELIMITED BY SIZE
             INTO WS-FIL-LINE WITH POINTER WS-FIL-PTR
           END-STRING.

           PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.

       8200-CLOSE-TAG-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** <tag>text</tag> - WS-FIL-TEXT for WS-FIL-TEXT-LEN bytes -  ***
      *** indented to WS-FIL-DEPTH; an empty value is <tag/>.        ***
      ******************************************************************
       8300-TEXT-ELEMENT.

           MOVE SPACE TO WS-FIL-LINE.
           COMPUTE WS-FIL-PTR = WS-FIL-DEPTH * 2 + 1.

           IF WS-FIL-TEXT-LEN EQUAL ZERO
              STRING "<"        DELIMITED BY SIZE
                     WS-FIL-TAG DELIMITED BY SPACE
                     "/>"       DELIMITED BY SIZE
                INTO WS-FIL-LINE WITH POINTER WS-FIL-PTR
              END-STRING
              PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
              GO TO 8300-TEXT-ELEMENT-EXIT
           END-IF.

           STRING "<"         DELIMITED BY SIZE
                  WS-FIL-TAG  DELIMITED BY SPACE
                  ">"         DELIMITED BY SIZE
                  WS-FIL-TEXT (1:WS-FIL-TEXT-LEN) DELIMITED BY SIZE
                  "</"        DELIMITED BY SIZE
                  WS-FIL-TAG  DELIMITED BY SPACE
                  ">"         DELIMITED BY SIZE
             INTO WS-FIL-LINE WITH POINTER WS-FIL-PTR
           END-STRING.

           PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.

       8300-TEXT-ELEMENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-FIL-COUNT-ED into WS-FIL-TEXT, leading blanks dropped.  ***
      ******************************************************************
       8400-COUNT-TEXT.

           MOVE ZERO TO WS-FIL-LEAD.
           INSPECT WS-FIL-COUNT-ED TALLYING WS-FIL-LEAD
               FOR LEADING SPACE.

           MOVE SPACE TO WS-FIL-TEXT.
           COMPUTE WS-FIL-TEXT-LEN = 9 - WS-FIL-LEAD.
           MOVE WS-FIL-COUNT-ED (WS-FIL-LEAD + 1 : WS-FIL-TEXT-LEN)
             TO WS-FIL-TEXT.

       8400-COUNT-TEXT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-FILMAP-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-FILING-EXC-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
