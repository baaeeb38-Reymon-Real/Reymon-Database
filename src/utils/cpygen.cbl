      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    cpygen.cbl         ***
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
       PROGRAM-ID. REYDB_CPYGEN IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Record layouts for the teams downstream - the copybook a   ***
      *** consumer of our unloads used to hand-key off a dictionary  ***
      *** printout, written straight from the dictionary instead.    ***
      ***                                                            ***
      *** REYDB_CPYGEN writes "<db>.v<version>.cpy" for one          ***
      *** database and layout version: the unload header record,     ***
      *** then the row record - its key, and its content laid out    ***
      *** field by field in offset order, each field's PIC built     ***
      *** from its type, length, sign position and decimals, FILLER  ***
      *** over the gaps - and, for a file that mixes record types,   ***
      *** one REDEFINES view of the content per type value. The      ***
      *** layout comes off the frozen version archive, or the live   ***
      *** dictionary when the version asked for is the current       ***
      *** definition, the same way REYDB_MIGRATE_LAYOUT finds its    ***
      *** target layout. Version zero means the version the data on  ***
      *** disk follows.                                              ***
      ***                                                            ***
      *** REYDB_CPYGEN_UNLOAD is the matching unload - a header      ***
      *** record giving the database and layout version, so a        ***
      *** consumer can check it compiled against the right           ***
      *** copybook, then every active row in plaintext, expanded to  ***
      *** exactly that layout. Rows still on an older layout have    ***
      *** each field moved across from its namesake, clipped to fit, ***
      *** the way the migration converts them.                       ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-dict.cpy".
       COPY "file/control/reydb-dictver.cpy".
       COPY "file/control/reydb-cpygen.cpy".
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
       COPY "file/section/reydb-dict.cpy".
       COPY "file/section/reydb-dictver.cpy".
       COPY "file/section/reydb-cpygen.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-dictver.cpy".
       COPY "data/working/reydb-cpygen.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-rectype.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-CPG-RESOLVED-NAME PIC X(64) VALUE SPACE.
       77 WS-CPG-NAME-LEN      PIC 9(04) COMP-5 VALUE ZERO.

      *** The layout version asked for, the one the data on disk
      *** follows, and the version as it reads in names and text.
       77 WS-CPG-VERSION      PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CPG-DATA-VERSION PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CPG-VERSION-ED   PIC 9(04) VALUE ZERO.
       77 WS-CPG-DATE         PIC 9(08) VALUE ZERO.

      *** One layout off the dictionary, full field definitions
      *** included, under the name being generated - the database's
      *** own, or one record type's qualified name.
       77 WS-CPG-LOAD-NAME   PIC X(64) VALUE SPACE.
       77 WS-CPG-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.

       01 WS-CPG-FIELD-TABLE.
          02 WS-CPG-FIELD OCCURS 20 TIMES.
             03 WS-CPG-FIELD-NAME   PIC X(16).
             03 WS-CPG-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-CPG-FIELD-LENGTH PIC 9(04) COMP-5.
             03 WS-CPG-FIELD-TYPE   PIC X(01).
             03 WS-CPG-FIELD-SIGN   PIC X(01).
             03 WS-CPG-FIELD-SCALE  PIC 9(01).

       01 WS-CPG-FIELD-HOLD.
          03 WS-CPG-HOLD-NAME   PIC X(16).
          03 WS-CPG-HOLD-OFFSET PIC 9(04) COMP-5.
          03 WS-CPG-HOLD-LENGTH PIC 9(04) COMP-5.
          03 WS-CPG-HOLD-TYPE   PIC X(01).
          03 WS-CPG-HOLD-SIGN   PIC X(01).
          03 WS-CPG-HOLD-SCALE  PIC 9(01).

       77 WS-CPG-IDX      PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-CPG-JDX      PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-CPG-TYPE-IDX PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-CPG-EOF      PIC X(01) VALUE 'N'.

      *** The next content byte the layout being written has not
      *** covered yet, and the gap a FILLER has to span.
       77 WS-CPG-POS PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CPG-GAP PIC 9(04) COMP-5 VALUE ZERO.

      *** Data-name building - the database's name cleaned into a
      *** prefix every generated name starts with, and the word in
      *** hand being cleaned.
       77 WS-CPG-PREFIX     PIC X(12) VALUE SPACE.
       77 WS-CPG-PREFIX-LEN PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-CPG-WORD       PIC X(64) VALUE SPACE.
       77 WS-CPG-WORD-LEN   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CPG-CHAR-IDX   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CPG-DATA-NAME  PIC X(30) VALUE SPACE.
       77 WS-CPG-LOWER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       77 WS-CPG-UPPER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *** One item line being laid out - its level and where that
      *** level sits, its picture, and a separate-sign clause that
      *** goes on a line of its own.
       77 WS-CPG-LINE        PIC X(80) VALUE SPACE.
       77 WS-CPG-LEVEL       PIC X(02) VALUE SPACE.
       77 WS-CPG-LEVEL-COL   PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-CPG-NAME-COL    PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-CPG-PIC         PIC X(20) VALUE SPACE.
       77 WS-CPG-SIGN-CLAUSE PIC X(40) VALUE SPACE.
       77 WS-CPG-PTR         PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CPG-DIGITS      PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CPG-INT-DIGITS  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CPG-NUM         PIC 9(03) VALUE ZERO.

      *** The qualified name a record type's layout is filed under.
       77 WS-CPG-TYPE-NAME PIC X(64) VALUE SPACE.

      *** The layout unload's two layouts - the one asked for, and
      *** the one the rows on disk follow when that is another.
       77 WS-CPG-NEW-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-CPG-NEW-LAYOUT.
          02 WS-CPG-NEW-FIELD OCCURS 20 TIMES.
             03 WS-CPG-NEW-OFFSET PIC 9(04) COMP-5.
             03 WS-CPG-NEW-LENGTH PIC 9(04) COMP-5.
       01 WS-CPG-NEW-NAMES.
          02 WS-CPG-NEW-NAME PIC X(16) OCCURS 20 TIMES.
       01 WS-CPG-NEW-TYPES.
          02 WS-CPG-NEW-TYPE PIC X(01) OCCURS 20 TIMES.

       77 WS-CPG-OLD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-CPG-OLD-LAYOUT.
          02 WS-CPG-OLD-FIELD OCCURS 20 TIMES.
             03 WS-CPG-OLD-OFFSET PIC 9(04) COMP-5.
             03 WS-CPG-OLD-LENGTH PIC 9(04) COMP-5.
       01 WS-CPG-OLD-NAMES.
          02 WS-CPG-OLD-NAME PIC X(16) OCCURS 20 TIMES.
       01 WS-CPG-OLD-TYPES.
          02 WS-CPG-OLD-TYPE PIC X(01) OCCURS 20 TIMES.

       77 WS-CPG-NEW-IDX  PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-CPG-OLD-IDX  PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-CPG-HIT      PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-CPG-MOVE-LEN PIC 9(04) COMP-5 VALUE ZERO.

      *** One row mid-unload - its plaintext as stored, and as the
      *** layout asked for lays it out.
       77 WS-CPG-ROW-PLAIN     PIC X(471) VALUE SPACE.
       77 WS-CPG-ROW-OUT       PIC X(471) VALUE SPACE.
       77 WS-CPG-COMPRESS-FLAG PIC X(01)  VALUE SPACE.
       77 WS-CPG-ROW-GEN       PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-CPG-ROWS          PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The layout version to generate or unload by - zero for the
      *** version the data follows, handed back as the one used.
       77 LS-CPYGEN-VERSION PIC 9(04) COMP-5 VALUE ZERO.

      *** Rows the layout unload wrote, the header not counted.
       77 LS-REYDB-RECORD-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-LOCKED          VALUE 12.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - writes one database's record layout  ***
      *** copybook for one layout version.                           ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-CPYGEN-VERSION
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE THRU 0100-RESOLVE-EXIT.

           MOVE WS-CPG-RESOLVED-NAME TO WS-CPG-LOAD-NAME.

           PERFORM 0200-LOAD-LAYOUT THRU 0200-LOAD-LAYOUT-EXIT.

           IF WS-CPG-FIELD-COUNT EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE SPACE TO WS-CPYGEN-OUT-FILE-NAME.
           STRING WS-CPG-RESOLVED-NAME (1:WS-CPG-NAME-LEN)
                      DELIMITED BY SIZE
                  ".v"              DELIMITED BY SIZE
                  WS-CPG-VERSION-ED DELIMITED BY SIZE
                  ".cpy"            DELIMITED BY SIZE
             INTO WS-CPYGEN-OUT-FILE-NAME
           END-STRING.

           OPEN OUTPUT FC-CPYGEN-OUT.

           IF WS-CPYGEN-OUT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 1000-WRITE-BANNER THRU 1000-WRITE-BANNER-EXIT.
           PERFORM 1100-WRITE-HEADER THRU 1100-WRITE-HEADER-EXIT.

      *** The row record - key, then the content by the layout.
           PERFORM 1900-BLANK-LINE THRU 1900-BLANK-LINE-EXIT.

           MOVE SPACE TO WS-CPG-DATA-NAME.
           STRING WS-CPG-PREFIX (1:WS-CPG-PREFIX-LEN)
                      DELIMITED BY SIZE
                  "-RECORD" DELIMITED BY SIZE
             INTO WS-CPG-DATA-NAME
           END-STRING.
           MOVE "01" TO WS-CPG-LEVEL.
           MOVE SPACE TO WS-CPG-PIC WS-CPG-SIGN-CLAUSE.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           MOVE SPACE TO WS-CPG-DATA-NAME.
           STRING WS-CPG-PREFIX (1:WS-CPG-PREFIX-LEN)
                      DELIMITED BY SIZE
                  "-KEY" DELIMITED BY SIZE
             INTO WS-CPG-DATA-NAME
           END-STRING.
           MOVE "05"    TO WS-CPG-LEVEL.
           MOVE "X(18)" TO WS-CPG-PIC.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           MOVE SPACE TO WS-CPG-DATA-NAME.
           STRING WS-CPG-PREFIX (1:WS-CPG-PREFIX-LEN)
                      DELIMITED BY SIZE
                  "-CONTENT" DELIMITED BY SIZE
             INTO WS-CPG-DATA-NAME
           END-STRING.
           MOVE SPACE TO WS-CPG-PIC.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           PERFORM 1200-WRITE-LAYOUT THRU 1200-WRITE-LAYOUT-EXIT.

      *** A file that mixes record types gets one view of the
      *** content per type value.
           CALL "REYDB_DICT_RECTYPES" USING WS-CPG-RESOLVED-NAME
                                            WS-RECTYPE-TABLE
               RETURNING WS-REYDB-RESULT-RECTYPE
           END-CALL.

           IF WS-REYDB-RESULT-RECTYPE EQUAL WS-REYDB-SUCCESS
              PERFORM VARYING WS-CPG-TYPE-IDX FROM 1 BY 1
                        UNTIL WS-CPG-TYPE-IDX GREATER THAN
                              WS-RECTYPE-COUNT
                  PERFORM 1300-WRITE-TYPE-VIEW
                     THRU 1300-WRITE-TYPE-VIEW-EXIT
              END-PERFORM
           END-IF.

           CLOSE FC-CPYGEN-OUT.

           MOVE WS-CPG-VERSION   TO LS-CPYGEN-VERSION.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - the layout unload. A header record,  ***
      *** then every active row expanded to exactly the layout      ***
      *** version asked for, to "<db>.v<version>.unl".              ***
      ******************************************************************
       ENTRY "REYDB_CPYGEN_UNLOAD" USING LS-REYDB-DATABASE-NAME
                                         LS-CPYGEN-VERSION
                                         LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE THRU 0100-RESOLVE-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT.

      *** The layout asked for - off the archive, or the live
      *** dictionary when it is the current definition.
           CALL "REYDB_DICT_GETVER" USING WS-CPG-RESOLVED-NAME
                                          WS-CPG-VERSION
                                          WS-CPG-NEW-COUNT
                                          WS-CPG-NEW-LAYOUT
                                          WS-CPG-NEW-NAMES
                                          WS-CPG-NEW-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-CPG-NEW-COUNT EQUAL ZERO
              CALL "REYDB_DICT_GET" USING WS-CPG-RESOLVED-NAME
                                          WS-CPG-NEW-COUNT
                                          WS-CPG-NEW-LAYOUT
                                          WS-CPG-NEW-NAMES
                                          WS-CPG-NEW-TYPES
                  RETURNING WS-REYDB-RESULT-DICT
              END-CALL
           END-IF.

           IF WS-CPG-NEW-COUNT EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** Rows still on another version are converted on the way
      *** out, which needs the layout they are actually on.
           IF WS-CPG-VERSION NOT EQUAL WS-CPG-DATA-VERSION

              CALL "REYDB_DICT_GETVER" USING WS-CPG-RESOLVED-NAME
                                             WS-CPG-DATA-VERSION
                                             WS-CPG-OLD-COUNT
                                             WS-CPG-OLD-LAYOUT
                                             WS-CPG-OLD-NAMES
                                             WS-CPG-OLD-TYPES
                  RETURNING WS-REYDB-RESULT-DICT
              END-CALL

              IF WS-CPG-OLD-COUNT EQUAL ZERO
                 MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                 GOBACK
              END-IF

           END-IF.

           CALL "REYDB_POLICY" USING WS-CPG-RESOLVED-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

           CALL "REYDB_ENQUEUE_SHARED" USING WS-CPG-RESOLVED-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE SPACE TO WS-CPYGEN-UNL-FILE-NAME.
           STRING WS-CPG-RESOLVED-NAME (1:WS-CPG-NAME-LEN)
                      DELIMITED BY SIZE
                  ".v"              DELIMITED BY SIZE
                  WS-CPG-VERSION-ED DELIMITED BY SIZE
                  ".unl"            DELIMITED BY SIZE
             INTO WS-CPYGEN-UNL-FILE-NAME
           END-STRING.

           MOVE WS-CPG-RESOLVED-NAME TO WS-REYDB-DATABASE-NAME.

           OPEN INPUT  FC-REYDB.
           OPEN OUTPUT FC-CPYGEN-UNL.

      *** A database that will not open is a failed run, not an
      *** empty unload.
           IF WS-REYDB-FILE-STATUS NOT EQUAL "00"
           OR WS-CPYGEN-UNL-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-REYDB
              CLOSE FC-CPYGEN-UNL
              CALL "REYDB_DEQUEUE_SHARED" USING WS-CPG-RESOLVED-NAME
                  RETURNING WS-REYDB-RESULT-LOCK
              END-CALL
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           ACCEPT WS-CPG-DATE FROM DATE YYYYMMDD.

           MOVE SPACE                TO FS-CPYGEN-UNL-HEADER.
           MOVE WS-CPYGEN-HEADER-ID  TO FS-CPYGEN-HDR-ID.
           MOVE WS-CPG-RESOLVED-NAME TO FS-CPYGEN-HDR-DATABASE.
           MOVE WS-CPG-VERSION       TO FS-CPYGEN-HDR-VERSION.
           MOVE WS-CPG-NEW-COUNT     TO FS-CPYGEN-HDR-FIELDS.
           MOVE WS-CPG-DATE          TO FS-CPYGEN-HDR-DATE.
           WRITE FS-CPYGEN-UNL-HEADER.

           MOVE ZERO TO WS-CPG-ROWS.
           MOVE 'N'  TO WS-CPG-EOF.

           PERFORM UNTIL WS-CPG-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               AT END
                   MOVE 'S' TO WS-CPG-EOF

               NOT AT END
                   IF FS-REYDB-IS-ACTIVE
                      AND FS-REYDB-KEY NOT EQUAL WS-KEYGEN-SENTINEL
                      PERFORM 2000-UNLOAD-ROW THRU 2000-UNLOAD-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-REYDB.
           CLOSE FC-CPYGEN-UNL.

           CALL "REYDB_DEQUEUE_SHARED" USING WS-CPG-RESOLVED-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           MOVE WS-CPG-ROWS      TO LS-REYDB-RECORD-COUNT.
           MOVE WS-CPG-VERSION   TO LS-CPYGEN-VERSION.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the database name, the version the data follows  ***
      *** and the version asked for (zero meaning that one), and    ***
      *** the data-name prefix every generated name starts with.    ***
      ******************************************************************
       0100-RESOLVE.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-CPG-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-CPG-RESOLVED-NAME
           END-IF.

           MOVE 64 TO WS-CPG-NAME-LEN.

           PERFORM UNTIL WS-CPG-NAME-LEN EQUAL ZERO
                      OR WS-CPG-RESOLVED-NAME (WS-CPG-NAME-LEN:1)
                         NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-CPG-NAME-LEN
           END-PERFORM.

           CALL "REYDB_DICT_GETSTAMP" USING WS-CPG-RESOLVED-NAME
                                            WS-CPG-DATA-VERSION
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF LS-CPYGEN-VERSION EQUAL ZERO
              MOVE WS-CPG-DATA-VERSION TO WS-CPG-VERSION
           ELSE
              MOVE LS-CPYGEN-VERSION TO WS-CPG-VERSION
           END-IF.

           MOVE WS-CPG-VERSION TO WS-CPG-VERSION-ED.

           MOVE WS-CPG-RESOLVED-NAME TO WS-CPG-WORD.
           PERFORM 1500-CLEAN-WORD THRU 1500-CLEAN-WORD-EXIT.

           IF WS-CPG-WORD-LEN GREATER THAN 12
              MOVE 12 TO WS-CPG-WORD-LEN
              PERFORM UNTIL WS-CPG-WORD-LEN EQUAL ZERO
                         OR WS-CPG-WORD (WS-CPG-WORD-LEN:1)
                            NOT EQUAL "-"
                  SUBTRACT 1 FROM WS-CPG-WORD-LEN
              END-PERFORM
           END-IF.

           IF WS-CPG-WORD-LEN EQUAL ZERO
              MOVE "REYDB" TO WS-CPG-WORD
              MOVE 5       TO WS-CPG-WORD-LEN
           END-IF.

           IF WS-CPG-WORD (1:1) EQUAL "-"
              MOVE "X" TO WS-CPG-WORD (1:1)
           END-IF.

           MOVE SPACE TO WS-CPG-PREFIX.
           MOVE WS-CPG-WORD (1:WS-CPG-WORD-LEN) TO WS-CPG-PREFIX.
           MOVE WS-CPG-WORD-LEN TO WS-CPG-PREFIX-LEN.

       0100-RESOLVE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One layout's full field definitions - sign and decimals    ***
      *** included, which the layout calls do not hand back - for    ***
      *** the name in WS-CPG-LOAD-NAME at the version asked for: the ***
      *** frozen rows when the version was archived, the live ones   ***
      *** otherwise. Field 00, a discriminator, is not a field of    ***
      *** the layout. Sorted into offset order on the way out.       ***
      ******************************************************************
       0200-LOAD-LAYOUT.

           MOVE ZERO TO WS-CPG-FIELD-COUNT.
           MOVE 'N'  TO WS-CPG-EOF.

           OPEN INPUT FC-DICTVER.

           IF WS-DICTVER-FILE-STATUS EQUAL "00"

              MOVE WS-CPG-LOAD-NAME TO FS-DICTVER-DATABASE
              MOVE WS-CPG-VERSION   TO FS-DICTVER-VERSION
              MOVE ZERO             TO FS-DICTVER-SEQ

              START FC-DICTVER KEY IS GREATER THAN FS-DICTVER-KEY

              INVALID KEY
                  MOVE 'S' TO WS-CPG-EOF

              END-START

              PERFORM UNTIL WS-CPG-EOF EQUAL 'S'

                  READ FC-DICTVER NEXT RECORD

                  AT END
                      MOVE 'S' TO WS-CPG-EOF

                  NOT AT END
                      IF FS-DICTVER-DATABASE NOT EQUAL WS-CPG-LOAD-NAME
                      OR FS-DICTVER-VERSION NOT EQUAL WS-CPG-VERSION
                         MOVE 'S' TO WS-CPG-EOF
                      ELSE
                         IF WS-CPG-FIELD-COUNT LESS THAN 20
                            ADD 1 TO WS-CPG-FIELD-COUNT
                            MOVE WS-CPG-FIELD-COUNT TO WS-CPG-IDX
                            MOVE FS-DICTVER-FIELD-NAME
                              TO WS-CPG-FIELD-NAME   (WS-CPG-IDX)
                            MOVE FS-DICTVER-OFFSET
                              TO WS-CPG-FIELD-OFFSET (WS-CPG-IDX)
                            MOVE FS-DICTVER-LENGTH
                              TO WS-CPG-FIELD-LENGTH (WS-CPG-IDX)
                            MOVE FS-DICTVER-TYPE
                              TO WS-CPG-FIELD-TYPE   (WS-CPG-IDX)
                            MOVE FS-DICTVER-SIGN
                              TO WS-CPG-FIELD-SIGN   (WS-CPG-IDX)
                            MOVE FS-DICTVER-SCALE
                              TO WS-CPG-FIELD-SCALE  (WS-CPG-IDX)
                         END-IF
                      END-IF
                  END-READ

              END-PERFORM

              CLOSE FC-DICTVER

           END-IF.

           IF WS-CPG-FIELD-COUNT GREATER THAN ZERO
              GO TO 0200-SORT-LAYOUT
           END-IF.

      *** Not archived under that version - the current definition.
           MOVE 'N' TO WS-CPG-EOF.

           OPEN INPUT FC-DICT.

           IF WS-DICT-FILE-STATUS NOT EQUAL "00"
              GO TO 0200-LOAD-LAYOUT-EXIT
           END-IF.

           MOVE WS-CPG-LOAD-NAME TO FS-DICT-DATABASE.
           MOVE ZERO             TO FS-DICT-SEQ.

           START FC-DICT KEY IS GREATER THAN FS-DICT-KEY

           INVALID KEY
               MOVE 'S' TO WS-CPG-EOF

           END-START.

           PERFORM UNTIL WS-CPG-EOF EQUAL 'S'

               READ FC-DICT NEXT RECORD

               AT END
                   MOVE 'S' TO WS-CPG-EOF

               NOT AT END
                   IF FS-DICT-DATABASE NOT EQUAL WS-CPG-LOAD-NAME
                      MOVE 'S' TO WS-CPG-EOF
                   ELSE
                      IF WS-CPG-FIELD-COUNT LESS THAN 20
                         ADD 1 TO WS-CPG-FIELD-COUNT
                         MOVE WS-CPG-FIELD-COUNT TO WS-CPG-IDX
                         MOVE FS-DICT-FIELD-NAME
                           TO WS-CPG-FIELD-NAME   (WS-CPG-IDX)
                         MOVE FS-DICT-OFFSET
                           TO WS-CPG-FIELD-OFFSET (WS-CPG-IDX)
                         MOVE FS-DICT-LENGTH
                           TO WS-CPG-FIELD-LENGTH (WS-CPG-IDX)
                         MOVE FS-DICT-TYPE
                           TO WS-CPG-FIELD-TYPE   (WS-CPG-IDX)
                         MOVE FS-DICT-SIGN
                           TO WS-CPG-FIELD-SIGN   (WS-CPG-IDX)
                         MOVE FS-DICT-SCALE
                           TO WS-CPG-FIELD-SCALE  (WS-CPG-IDX)
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-DICT.

       0200-SORT-LAYOUT.

      *** Offset order - field numbers follow when a field was
      *** defined, not where it sits.
           PERFORM VARYING WS-CPG-IDX FROM 1 BY 1
                     UNTIL WS-CPG-IDX NOT LESS THAN WS-CPG-FIELD-COUNT
               PERFORM VARYING WS-CPG-JDX FROM 1 BY 1
                         UNTIL WS-CPG-JDX NOT LESS THAN
                               WS-CPG-FIELD-COUNT
                   IF WS-CPG-FIELD-OFFSET (WS-CPG-JDX) GREATER THAN
                      WS-CPG-FIELD-OFFSET (WS-CPG-JDX + 1)
                      MOVE WS-CPG-FIELD (WS-CPG-JDX)
                        TO WS-CPG-FIELD-HOLD
                      MOVE WS-CPG-FIELD (WS-CPG-JDX + 1)
                        TO WS-CPG-FIELD (WS-CPG-JDX)
                      MOVE WS-CPG-FIELD-HOLD
                        TO WS-CPG-FIELD (WS-CPG-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0200-LOAD-LAYOUT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The copybook's opening comment block - what it lays out,   ***
      *** which version, and where it came from.                     ***
      ******************************************************************
       1000-WRITE-BANNER.

           ACCEPT WS-CPG-DATE FROM DATE YYYYMMDD.

           MOVE ALL "*" TO WS-CPG-LINE.
           MOVE SPACE   TO WS-CPG-LINE (1:6) WS-CPG-LINE (73:8).
           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-CPG-LINE.
           STRING "      *** Record layout of " DELIMITED BY SIZE
                  WS-CPG-RESOLVED-NAME (1:WS-CPG-NAME-LEN)
                      DELIMITED BY SIZE
             INTO WS-CPG-LINE
           END-STRING.
           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-CPG-LINE.
           STRING "      *** layout version " DELIMITED BY SIZE
                  WS-CPG-VERSION-ED          DELIMITED BY SIZE
                  ", generated from the data dictionary by"
                      DELIMITED BY SIZE
             INTO WS-CPG-LINE
           END-STRING.
           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-CPG-LINE.
           STRING "      *** REYDB_CPYGEN on " DELIMITED BY SIZE
                  WS-CPG-DATE                  DELIMITED BY SIZE
                  ". Regenerate it after a layout"
                      DELIMITED BY SIZE
             INTO WS-CPG-LINE
           END-STRING.
           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-CPG-LINE.
           MOVE "      ***" TO WS-CPG-LINE (1:9).
           MOVE "change - never hand-edit it. REYDB_CPYGEN_UNLOAD"
             TO WS-CPG-LINE (11:).
           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-CPG-LINE.
           MOVE "      ***" TO WS-CPG-LINE (1:9).
           MOVE "writes the header record first, then one row"
             TO WS-CPG-LINE (11:).
           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-CPG-LINE.
           MOVE "      ***" TO WS-CPG-LINE (1:9).
           MOVE "record per active row, in exactly this shape."
             TO WS-CPG-LINE (11:).
           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

           MOVE ALL "*" TO WS-CPG-LINE.
           MOVE SPACE   TO WS-CPG-LINE (1:6) WS-CPG-LINE (73:8).
           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

       1000-WRITE-BANNER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The unload's header record, with a condition name on the   ***
      *** version this copybook was generated for - a consumer tests ***
      *** it before reading a single row.                            ***
      ******************************************************************
       1100-WRITE-HEADER.

           PERFORM 1900-BLANK-LINE THRU 1900-BLANK-LINE-EXIT.

           MOVE "01" TO WS-CPG-LEVEL.
           MOVE "-HEADER" TO WS-CPG-WORD.
           PERFORM 1600-PREFIXED-NAME THRU 1600-PREFIXED-NAME-EXIT.
           MOVE SPACE TO WS-CPG-PIC WS-CPG-SIGN-CLAUSE.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           MOVE "05" TO WS-CPG-LEVEL.
           MOVE "-HDR-ID" TO WS-CPG-WORD.
           PERFORM 1600-PREFIXED-NAME THRU 1600-PREFIXED-NAME-EXIT.
           MOVE "X(08)" TO WS-CPG-PIC.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           MOVE "88" TO WS-CPG-LEVEL.
           MOVE "-HDR-IS-LAYOUT" TO WS-CPG-WORD.
           PERFORM 1600-PREFIXED-NAME THRU 1600-PREFIXED-NAME-EXIT.
           MOVE SPACE TO WS-CPG-PIC.
           MOVE "VALUE ""*LAYOUT*""" TO WS-CPG-SIGN-CLAUSE.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           MOVE "05" TO WS-CPG-LEVEL.
           MOVE "-HDR-DATABASE" TO WS-CPG-WORD.
           PERFORM 1600-PREFIXED-NAME THRU 1600-PREFIXED-NAME-EXIT.
           MOVE "X(64)" TO WS-CPG-PIC.
           MOVE SPACE   TO WS-CPG-SIGN-CLAUSE.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           MOVE "-HDR-VERSION" TO WS-CPG-WORD.
           PERFORM 1600-PREFIXED-NAME THRU 1600-PREFIXED-NAME-EXIT.
           MOVE "9(04)" TO WS-CPG-PIC.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           MOVE "88" TO WS-CPG-LEVEL.
           MOVE "-HDR-THIS-VERSION" TO WS-CPG-WORD.
           PERFORM 1600-PREFIXED-NAME THRU 1600-PREFIXED-NAME-EXIT.
           MOVE SPACE TO WS-CPG-PIC WS-CPG-SIGN-CLAUSE.
           STRING "VALUE "          DELIMITED BY SIZE
                  WS-CPG-VERSION-ED DELIMITED BY SIZE
             INTO WS-CPG-SIGN-CLAUSE
           END-STRING.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           MOVE "05" TO WS-CPG-LEVEL.
           MOVE "-HDR-FIELDS" TO WS-CPG-WORD.
           PERFORM 1600-PREFIXED-NAME THRU 1600-PREFIXED-NAME-EXIT.
           MOVE "9(02)" TO WS-CPG-PIC.
           MOVE SPACE   TO WS-CPG-SIGN-CLAUSE.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           MOVE "-HDR-DATE" TO WS-CPG-WORD.
           PERFORM 1600-PREFIXED-NAME THRU 1600-PREFIXED-NAME-EXIT.
           MOVE "9(08)" TO WS-CPG-PIC.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           MOVE "FILLER" TO WS-CPG-DATA-NAME.
           MOVE "X(403)" TO WS-CPG-PIC.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

       1100-WRITE-HEADER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The layout in the field table as level-10 items under the  ***
      *** group just written - FILLER over every gap and out to the  ***
      *** content's full 471 bytes, so each view is the same size.   ***
      ******************************************************************
       1200-WRITE-LAYOUT.

           MOVE "10" TO WS-CPG-LEVEL.
           MOVE 1    TO WS-CPG-POS.

           PERFORM VARYING WS-CPG-IDX FROM 1 BY 1
                     UNTIL WS-CPG-IDX GREATER THAN WS-CPG-FIELD-COUNT
               PERFORM 1210-WRITE-FIELD THRU 1210-WRITE-FIELD-EXIT
           END-PERFORM.

           IF WS-CPG-POS NOT GREATER THAN 471
              COMPUTE WS-CPG-GAP = 472 - WS-CPG-POS
              PERFORM 1220-WRITE-FILLER THRU 1220-WRITE-FILLER-EXIT
           END-IF.

       1200-WRITE-LAYOUT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One field of the layout. A field overlapping the one       ***
      *** before it cannot be a second item in the same group - it   ***
      *** is left as a comment naming where it sits.                 ***
      ******************************************************************
       1210-WRITE-FIELD.

           IF WS-CPG-FIELD-LENGTH (WS-CPG-IDX) EQUAL ZERO
           OR WS-CPG-FIELD-OFFSET (WS-CPG-IDX) EQUAL ZERO
           OR WS-CPG-FIELD-OFFSET (WS-CPG-IDX)
              + WS-CPG-FIELD-LENGTH (WS-CPG-IDX) - 1 GREATER THAN 471
              GO TO 1210-WRITE-FIELD-EXIT
           END-IF.

           IF WS-CPG-FIELD-OFFSET (WS-CPG-IDX) LESS THAN WS-CPG-POS
              MOVE WS-CPG-FIELD-OFFSET (WS-CPG-IDX) TO WS-CPG-NUM
              MOVE SPACE TO WS-CPG-LINE
              STRING "      *** "  DELIMITED BY SIZE
                     WS-CPG-FIELD-NAME (WS-CPG-IDX)
                         DELIMITED BY SPACE
                     " overlaps the field before it - offset "
                         DELIMITED BY SIZE
                     WS-CPG-NUM DELIMITED BY SIZE
                INTO WS-CPG-LINE
              END-STRING
              PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT
              GO TO 1210-WRITE-FIELD-EXIT
           END-IF.

           IF WS-CPG-FIELD-OFFSET (WS-CPG-IDX) GREATER THAN WS-CPG-POS
              COMPUTE WS-CPG-GAP =
                      WS-CPG-FIELD-OFFSET (WS-CPG-IDX) - WS-CPG-POS
              PERFORM 1220-WRITE-FILLER THRU 1220-WRITE-FILLER-EXIT
           END-IF.

           MOVE SPACE TO WS-CPG-WORD.
           STRING "-" DELIMITED BY SIZE
                  WS-CPG-FIELD-NAME (WS-CPG-IDX) DELIMITED BY SIZE
             INTO WS-CPG-WORD
           END-STRING.
           PERFORM 1500-CLEAN-WORD THRU 1500-CLEAN-WORD-EXIT.
           PERFORM 1600-PREFIXED-NAME THRU 1600-PREFIXED-NAME-EXIT.

           PERFORM 1400-PICTURE THRU 1400-PICTURE-EXIT.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           COMPUTE WS-CPG-POS = WS-CPG-FIELD-OFFSET (WS-CPG-IDX)
                              + WS-CPG-FIELD-LENGTH (WS-CPG-IDX).

       1210-WRITE-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A FILLER spanning WS-CPG-GAP bytes.                        ***
      ******************************************************************
       1220-WRITE-FILLER.

           MOVE "FILLER"   TO WS-CPG-DATA-NAME.
           MOVE WS-CPG-GAP TO WS-CPG-NUM.
           MOVE SPACE      TO WS-CPG-PIC WS-CPG-SIGN-CLAUSE.
           MOVE 1          TO WS-CPG-PTR.

           IF WS-CPG-NUM LESS THAN 100
              STRING "X(" WS-CPG-NUM (2:2) ")" DELIMITED BY SIZE
                INTO WS-CPG-PIC WITH POINTER WS-CPG-PTR
              END-STRING
           ELSE
              STRING "X(" WS-CPG-NUM ")" DELIMITED BY SIZE
                INTO WS-CPG-PIC WITH POINTER WS-CPG-PTR
              END-STRING
           END-IF.

           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

       1220-WRITE-FILLER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One record type's view of the content - its layout filed   ***
      *** under the qualified name, at the same version, REDEFINING  ***
      *** the base layout. A type value with no fields of its own    ***
      *** reads by the base layout and gets no view.                 ***
      ******************************************************************
       1300-WRITE-TYPE-VIEW.

           CALL "REYDB_DICT_TYPENAME" USING WS-CPG-RESOLVED-NAME
                                     WS-RECTYPE-VALUE (WS-CPG-TYPE-IDX)
                                            WS-CPG-TYPE-NAME
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              GO TO 1300-WRITE-TYPE-VIEW-EXIT
           END-IF.

           MOVE WS-CPG-TYPE-NAME TO WS-CPG-LOAD-NAME.

           PERFORM 0200-LOAD-LAYOUT THRU 0200-LOAD-LAYOUT-EXIT.

           IF WS-CPG-FIELD-COUNT EQUAL ZERO
              GO TO 1300-WRITE-TYPE-VIEW-EXIT
           END-IF.

           MOVE SPACE TO WS-CPG-LINE.
           STRING "      *** Rows whose type value is "
                      DELIMITED BY SIZE
                  WS-RECTYPE-VALUE (WS-CPG-TYPE-IDX)
                      DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO WS-CPG-LINE
           END-STRING.
           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-CPG-WORD.
           STRING "-" DELIMITED BY SIZE
                  WS-RECTYPE-VALUE (WS-CPG-TYPE-IDX) DELIMITED BY SPACE
                  "-VIEW" DELIMITED BY SIZE
             INTO WS-CPG-WORD
           END-STRING.
           PERFORM 1500-CLEAN-WORD THRU 1500-CLEAN-WORD-EXIT.
           PERFORM 1600-PREFIXED-NAME THRU 1600-PREFIXED-NAME-EXIT.

           MOVE "05"  TO WS-CPG-LEVEL.
           MOVE SPACE TO WS-CPG-PIC WS-CPG-SIGN-CLAUSE.
           STRING "REDEFINES " DELIMITED BY SIZE
                  WS-CPG-PREFIX (1:WS-CPG-PREFIX-LEN)
                      DELIMITED BY SIZE
                  "-CONTENT" DELIMITED BY SIZE
             INTO WS-CPG-SIGN-CLAUSE
           END-STRING.
           PERFORM 1700-WRITE-ITEM THRU 1700-WRITE-ITEM-EXIT.

           PERFORM 1200-WRITE-LAYOUT THRU 1200-WRITE-LAYOUT-EXIT.

       1300-WRITE-TYPE-VIEW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The picture of field WS-CPG-IDX. Numeric and amount fields ***
      *** are digits - signed when the dictionary gives a sign       ***
      *** position, a separate sign byte taking one of the field's   ***
      *** bytes and a SIGN clause of its own - with the decimals     ***
      *** behind an implied point. Every other type, and a numeric   ***
      *** field too wide for a picture of digits, is characters.     ***
      ******************************************************************
       1400-PICTURE.

           MOVE SPACE TO WS-CPG-PIC WS-CPG-SIGN-CLAUSE.
           MOVE 1     TO WS-CPG-PTR.

           IF WS-CPG-FIELD-TYPE (WS-CPG-IDX) NOT EQUAL 'N'
              AND WS-CPG-FIELD-TYPE (WS-CPG-IDX) NOT EQUAL 'A'
              GO TO 1400-PICTURE-CHARACTERS
           END-IF.

           MOVE WS-CPG-FIELD-LENGTH (WS-CPG-IDX) TO WS-CPG-DIGITS.

           IF WS-CPG-FIELD-SIGN (WS-CPG-IDX) EQUAL 'L'
           OR WS-CPG-FIELD-SIGN (WS-CPG-IDX) EQUAL 'T'
              SUBTRACT 1 FROM WS-CPG-DIGITS
           END-IF.

           IF WS-CPG-DIGITS EQUAL ZERO
           OR WS-CPG-DIGITS GREATER THAN 18
           OR WS-CPG-FIELD-SCALE (WS-CPG-IDX) GREATER THAN WS-CPG-DIGITS
              GO TO 1400-PICTURE-CHARACTERS
           END-IF.

           COMPUTE WS-CPG-INT-DIGITS =
                   WS-CPG-DIGITS - WS-CPG-FIELD-SCALE (WS-CPG-IDX).

           IF WS-CPG-FIELD-SIGN (WS-CPG-IDX) NOT EQUAL SPACE
              STRING "S" DELIMITED BY SIZE
                INTO WS-CPG-PIC WITH POINTER WS-CPG-PTR
              END-STRING
           END-IF.

           IF WS-CPG-INT-DIGITS GREATER THAN ZERO
              MOVE WS-CPG-INT-DIGITS TO WS-CPG-NUM
              STRING "9(" WS-CPG-NUM (2:2) ")" DELIMITED BY SIZE
                INTO WS-CPG-PIC WITH POINTER WS-CPG-PTR
              END-STRING
           END-IF.

           IF WS-CPG-FIELD-SCALE (WS-CPG-IDX) GREATER THAN ZERO
              MOVE WS-CPG-FIELD-SCALE (WS-CPG-IDX) TO WS-CPG-NUM
              STRING "V9(" WS-CPG-NUM (2:2) ")" DELIMITED BY SIZE
                INTO WS-CPG-PIC WITH POINTER WS-CPG-PTR
              END-STRING
           END-IF.

           EVALUATE WS-CPG-FIELD-SIGN (WS-CPG-IDX)
               WHEN 'L'
                   MOVE "SIGN LEADING SEPARATE"  TO WS-CPG-SIGN-CLAUSE
               WHEN 'T'
                   MOVE "SIGN TRAILING SEPARATE" TO WS-CPG-SIGN-CLAUSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GO TO 1400-PICTURE-EXIT.

       1400-PICTURE-CHARACTERS.

           MOVE WS-CPG-FIELD-LENGTH (WS-CPG-IDX) TO WS-CPG-NUM.

           IF WS-CPG-NUM LESS THAN 100
              STRING "X(" WS-CPG-NUM (2:2) ")" DELIMITED BY SIZE
                INTO WS-CPG-PIC WITH POINTER WS-CPG-PTR
              END-STRING
           ELSE
              STRING "X(" WS-CPG-NUM ")" DELIMITED BY SIZE
                INTO WS-CPG-PIC WITH POINTER WS-CPG-PTR
              END-STRING
           END-IF.

       1400-PICTURE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Makes the word in WS-CPG-WORD fit for a data-name - upper  ***
      *** case, every character that is not a letter or a digit a    ***
      *** hyphen, no hyphen at the end - and leaves its length in    ***
      *** WS-CPG-WORD-LEN. A leading hyphen stays: it joins the word ***
      *** onto the prefix.                                           ***
      ******************************************************************
       1500-CLEAN-WORD.

           INSPECT WS-CPG-WORD CONVERTING WS-CPG-LOWER TO WS-CPG-UPPER.

           MOVE 64 TO WS-CPG-WORD-LEN.

           PERFORM UNTIL WS-CPG-WORD-LEN EQUAL ZERO
                      OR WS-CPG-WORD (WS-CPG-WORD-LEN:1)
                         NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-CPG-WORD-LEN
           END-PERFORM.

           PERFORM VARYING WS-CPG-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-CPG-CHAR-IDX GREATER THAN WS-CPG-WORD-LEN
               IF WS-CPG-WORD (WS-CPG-CHAR-IDX:1) NOT NUMERIC
                  AND (WS-CPG-WORD (WS-CPG-CHAR-IDX:1) LESS THAN "A"
                   OR WS-CPG-WORD (WS-CPG-CHAR-IDX:1) GREATER THAN "Z")
                  MOVE "-" TO WS-CPG-WORD (WS-CPG-CHAR-IDX:1)
               END-IF
           END-PERFORM.

           PERFORM UNTIL WS-CPG-WORD-LEN EQUAL ZERO
                      OR WS-CPG-WORD (WS-CPG-WORD-LEN:1) NOT EQUAL "-"
               MOVE SPACE TO WS-CPG-WORD (WS-CPG-WORD-LEN:1)
               SUBTRACT 1 FROM WS-CPG-WORD-LEN
           END-PERFORM.

       1500-CLEAN-WORD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-CPG-DATA-NAME from the prefix and the word in           ***
      *** WS-CPG-WORD, which starts with its own hyphen.             ***
      ******************************************************************
       1600-PREFIXED-NAME.

           MOVE SPACE TO WS-CPG-DATA-NAME.

           STRING WS-CPG-PREFIX (1:WS-CPG-PREFIX-LEN)
                      DELIMITED BY SIZE
                  WS-CPG-WORD DELIMITED BY SPACE
             INTO WS-CPG-DATA-NAME
           END-STRING.

       1600-PREFIXED-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One item - level, data-name and picture on one line, a     ***
      *** SIGN or REDEFINES clause on the line after; the period     ***
      *** goes on whichever line is last. Levels indent three        ***
      *** columns a step from area A, pictures and a condition       ***
      *** name's VALUE line up in column 49.                         ***
      ******************************************************************
       1700-WRITE-ITEM.

           EVALUATE WS-CPG-LEVEL
               WHEN "01"
                   MOVE 8  TO WS-CPG-LEVEL-COL
               WHEN "05"
                   MOVE 12 TO WS-CPG-LEVEL-COL
               WHEN OTHER
                   MOVE 15 TO WS-CPG-LEVEL-COL
           END-EVALUATE.

           IF WS-CPG-LEVEL EQUAL "01"
              COMPUTE WS-CPG-NAME-COL = WS-CPG-LEVEL-COL + 4
           ELSE
              COMPUTE WS-CPG-NAME-COL = WS-CPG-LEVEL-COL + 3
           END-IF.

           MOVE SPACE        TO WS-CPG-LINE.
           MOVE WS-CPG-LEVEL TO WS-CPG-LINE (WS-CPG-LEVEL-COL:2).
           MOVE WS-CPG-NAME-COL TO WS-CPG-PTR.

           STRING WS-CPG-DATA-NAME DELIMITED BY SPACE
             INTO WS-CPG-LINE WITH POINTER WS-CPG-PTR
           END-STRING.

      *** A condition name's VALUE sits where a picture would.
           IF WS-CPG-LEVEL EQUAL "88"
              MOVE 49 TO WS-CPG-PTR
              STRING WS-CPG-SIGN-CLAUSE DELIMITED BY "  "
                     "." DELIMITED BY SIZE
                INTO WS-CPG-LINE WITH POINTER WS-CPG-PTR
              END-STRING
              PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT
              GO TO 1700-WRITE-ITEM-EXIT
           END-IF.

           IF WS-CPG-PIC NOT EQUAL SPACE
              MOVE 49 TO WS-CPG-PTR
              STRING "PIC "     DELIMITED BY SIZE
                     WS-CPG-PIC DELIMITED BY SPACE
                INTO WS-CPG-LINE WITH POINTER WS-CPG-PTR
              END-STRING
           END-IF.

           IF WS-CPG-SIGN-CLAUSE EQUAL SPACE
              STRING "." DELIMITED BY SIZE
                INTO WS-CPG-LINE WITH POINTER WS-CPG-PTR
              END-STRING
              PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT
              GO TO 1700-WRITE-ITEM-EXIT
           END-IF.

           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

           MOVE SPACE TO WS-CPG-LINE.
           MOVE 49    TO WS-CPG-PTR.

      *** A REDEFINES clause names a 20-odd character group - it
      *** starts under the data-name so it stays clear of column 72.
           IF WS-CPG-SIGN-CLAUSE (1:10) EQUAL "REDEFINES "
              COMPUTE WS-CPG-PTR = WS-CPG-NAME-COL + 3
           END-IF.

           STRING WS-CPG-SIGN-CLAUSE DELIMITED BY "  "
                  "." DELIMITED BY SIZE
             INTO WS-CPG-LINE WITH POINTER WS-CPG-PTR
           END-STRING.
           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

       1700-WRITE-ITEM-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Writes the line in hand to the copybook.                   ***
      ******************************************************************
       1800-WRITE-LINE.

           MOVE WS-CPG-LINE TO FS-CPYGEN-LINE.
           WRITE FS-CPYGEN-LINE.

       1800-WRITE-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A blank line between the copybook's records.               ***
      ******************************************************************
       1900-BLANK-LINE.

           MOVE SPACE TO WS-CPG-LINE.
           PERFORM 1800-WRITE-LINE THRU 1800-WRITE-LINE-EXIT.

       1900-BLANK-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One active row out to the unload - plaintext, laid out by  ***
      *** the version asked for.                                     ***
      ******************************************************************
       2000-UNLOAD-ROW.

           PERFORM 2100-PLAIN-ROW THRU 2100-PLAIN-ROW-EXIT.

           IF WS-CPG-VERSION EQUAL WS-CPG-DATA-VERSION
              MOVE WS-CPG-ROW-PLAIN TO WS-CPG-ROW-OUT
           ELSE
              MOVE SPACE TO WS-CPG-ROW-OUT
              PERFORM VARYING WS-CPG-NEW-IDX FROM 1 BY 1
                        UNTIL WS-CPG-NEW-IDX GREATER THAN
                              WS-CPG-NEW-COUNT
                  PERFORM 2200-FILL-ONE-FIELD
                     THRU 2200-FILL-ONE-FIELD-EXIT
              END-PERFORM
           END-IF.

           MOVE FS-REYDB-KEY   TO FS-CPYGEN-UNL-KEY.
           MOVE WS-CPG-ROW-OUT TO FS-CPYGEN-UNL-CONTENT.
           WRITE FS-CPYGEN-UNL-RECORD.

           ADD 1 TO WS-CPG-ROWS.

       2000-UNLOAD-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The row in hand deciphered and expanded to plaintext.      ***
      ******************************************************************
       2100-PLAIN-ROW.

           IF FS-REYDB-IS-COMPRESSED
              MOVE 'Y' TO WS-CPG-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-CPG-COMPRESS-FLAG
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-CPG-ROW-PLAIN.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_CHECKSUM_GETGEN" USING
                       WS-CPG-RESOLVED-NAME
                       FS-REYDB-KEY
                       WS-CPG-ROW-GEN
                  RETURNING WS-REYDB-RESULT-GETGEN
              END-CALL

              CALL "REYDB_DECRYPT_GEN" USING WS-CPG-ROW-PLAIN
                                             WS-CPG-ROW-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-CPG-ROW-PLAIN
                                         WS-CPG-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

       2100-PLAIN-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One field of the layout asked for - from its namesake in   ***
      *** the layout the row is on, clipped to whichever side is     ***
      *** narrower; a field that layout never had is spaces, zeros   ***
      *** for the numeric types - the migration's own rule.          ***
      ******************************************************************
       2200-FILL-ONE-FIELD.

           MOVE WS-CPG-NEW-LENGTH (WS-CPG-NEW-IDX) TO WS-CPG-MOVE-LEN.

           IF WS-CPG-MOVE-LEN EQUAL ZERO
           OR WS-CPG-NEW-OFFSET (WS-CPG-NEW-IDX) EQUAL ZERO
           OR WS-CPG-NEW-OFFSET (WS-CPG-NEW-IDX)
              + WS-CPG-MOVE-LEN - 1 GREATER THAN 471
              GO TO 2200-FILL-ONE-FIELD-EXIT
           END-IF.

           MOVE ZERO TO WS-CPG-HIT.

           PERFORM VARYING WS-CPG-OLD-IDX FROM 1 BY 1
                     UNTIL WS-CPG-OLD-IDX GREATER THAN WS-CPG-OLD-COUNT
               IF WS-CPG-OLD-NAME (WS-CPG-OLD-IDX)
                  EQUAL WS-CPG-NEW-NAME (WS-CPG-NEW-IDX)
                  MOVE WS-CPG-OLD-IDX   TO WS-CPG-HIT
                  MOVE WS-CPG-OLD-COUNT TO WS-CPG-OLD-IDX
               END-IF
           END-PERFORM.

           IF WS-CPG-HIT EQUAL ZERO
              IF WS-CPG-NEW-TYPE (WS-CPG-NEW-IDX) EQUAL 'N'
              OR WS-CPG-NEW-TYPE (WS-CPG-NEW-IDX) EQUAL 'A'
                 MOVE ALL "0"
                   TO WS-CPG-ROW-OUT
                      (WS-CPG-NEW-OFFSET (WS-CPG-NEW-IDX)
                       : WS-CPG-MOVE-LEN)
              END-IF
              GO TO 2200-FILL-ONE-FIELD-EXIT
           END-IF.

           IF WS-CPG-OLD-LENGTH (WS-CPG-HIT) LESS THAN WS-CPG-MOVE-LEN
              MOVE WS-CPG-OLD-LENGTH (WS-CPG-HIT) TO WS-CPG-MOVE-LEN
           END-IF.

           IF WS-CPG-MOVE-LEN GREATER THAN ZERO
              AND WS-CPG-OLD-OFFSET (WS-CPG-HIT) GREATER THAN ZERO
              AND WS-CPG-OLD-OFFSET (WS-CPG-HIT)
                  + WS-CPG-MOVE-LEN - 1 NOT GREATER THAN 471
              MOVE WS-CPG-ROW-PLAIN
                   (WS-CPG-OLD-OFFSET (WS-CPG-HIT) : WS-CPG-MOVE-LEN)
                TO WS-CPG-ROW-OUT
                   (WS-CPG-NEW-OFFSET (WS-CPG-NEW-IDX)
                    : WS-CPG-MOVE-LEN)
           END-IF.

       2200-FILL-ONE-FIELD-EXIT.
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

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
