      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    intake.cbl         ***
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
       PROGRAM-ID. REYDB_INTAKE IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Inbound landing zone - one door for every file a source    ***
      *** sends in. Files used to be fed to REYDB_LOAD or the        ***
      *** imports by hand, and the same file sent twice loaded       ***
      *** twice. Each name on landing.lst is now fingerprinted (the  ***
      *** byte hash the transmission register uses, its data-record  ***
      *** count and its first 40 bytes) and a file whose fingerprint ***
      *** was already loaded is turned away; a source that wraps its ***
      *** files in a header and a trailer has the trailer's count    ***
      *** checked against the records between.                       ***
      ***                                                            ***
      *** A file that passes is staged, header and trailer stripped, ***
      *** under the name its routed program reads - the extract for  ***
      *** REYDB_LOAD, import.csv for REYDB_IMPORT_CSV (dictionary    ***
      *** layout), import.json for REYDB_IMPORT_JSON, partner_in.dat ***
      *** for REYDB_PARTNER_IN - and that program is called on the   ***
      *** route's database. The source-to-program table is           ***
      *** intakert.dat, kept through REYDB_INTAKE_ROUTE.             ***
      ***                                                            ***
      *** A loaded file is renamed to "<name>.A<intake number>", a   ***
      *** duplicate or a bad count to "<name>.R<intake number>"; a   ***
      *** file with no route or refused by its program stays where   ***
      *** it landed and on landing.lst for the next run. Every       ***
      *** outcome is a row on the intake register, intake.dat.       ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-intake.cpy".

      *** The landing list as it is being rewritten - swapped in for
      *** landing.lst once the run is done with it.
           SELECT FC-LANDING-NEW
           ASSIGN DYNAMIC WS-LANDING-NEW-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LANDING-NEW-STATUS.
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-intake.cpy".

       FD  FC-LANDING-NEW.
       01  FS-LANDING-NEW-RECORD PIC X(72).
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-intake.cpy".
       COPY "data/working/reydb-gdg.cpy".

       77 WS-LANDING-NEW-STATUS PIC X(02) VALUE SPACE.
       77 WS-LANDING-NEW-NAME   PIC X(64) VALUE "landing.new".

      *** Who ran the intake, and when.
       77 WS-ITK-USER PIC X(08) VALUE SPACE.
       77 WS-ITK-DATE PIC 9(08) VALUE ZERO.
       77 WS-ITK-TIME PIC 9(08) VALUE ZERO.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The landing list held in memory - KEEP 'Y' writes the
      *** entry back for the next run. Past the last slot the
      *** entries wait, untouched, for a later run.
       01 WS-ITK-LIST.
          02 WS-ITK-ENTRY OCCURS 200 TIMES.
             03 WS-ITK-ENTRY-FILE   PIC X(64).
             03 WS-ITK-ENTRY-SOURCE PIC X(08).
             03 WS-ITK-ENTRY-KEEP   PIC X(01).

       77 WS-ITK-LIST-MAX PIC 9(04) COMP-5 VALUE 200.
       77 WS-ITK-LISTED   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ITK-SLOT     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ITK-SKIPPED  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ITK-MORE     PIC X(01) VALUE 'N'.
       77 WS-ITK-LIST-EOF PIC X(01) VALUE 'N'.

      *** The file in hand and what became of it.
       77 WS-ITK-SOURCE   PIC X(08) VALUE SPACE.
       77 WS-ITK-OUTCOME  PIC X(01) VALUE SPACE.
       77 WS-ITK-RESULT   PIC 9(18) VALUE ZERO.
       77 WS-ITK-LOADED   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-ITK-REJECTED PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-ITK-DUP-OF   PIC 9(09) VALUE ZERO.
       77 WS-ITK-ARCHIVE  PIC X(64) VALUE SPACE.
       77 WS-ITK-SUFFIX   PIC X(02) VALUE SPACE.
       77 WS-ITK-ROUTES   PIC X(01) VALUE 'N'.

      *** One landed record, whatever its shape, and the width the
      *** route's program reads.
       77 WS-ITK-REC     PIC X(1400) VALUE SPACE.
       77 WS-ITK-REC-LEN PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ITK-EOF     PIC X(01) VALUE 'N'.

      *** Fingerprint state - each byte as its unsigned value, the
      *** same REDEFINES trick the checksum uses.
       01 WS-ITK-BYTE.
          02 WS-ITK-CHAR PIC X(01).
       01 WS-ITK-BYTE-VIEW REDEFINES WS-ITK-BYTE.
          02 WS-ITK-VAL USAGE BINARY-CHAR UNSIGNED.

       77 WS-ITK-IDX     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ITK-HASH    PIC 9(18) COMP-5 VALUE ZERO.
       77 WS-ITK-HASH-Q  PIC 9(18) COMP-5 VALUE ZERO.
       77 WS-ITK-RECORDS PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-ITK-ROWS    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-ITK-SEQ     PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-ITK-HEADER  PIC X(40) VALUE SPACE.
       77 WS-ITK-FIRST   PIC X(03) VALUE SPACE.
       77 WS-ITK-LAST    PIC X(12) VALUE SPACE.
       77 WS-ITK-TRAILED PIC 9(09) VALUE ZERO.
       77 WS-ITK-ENVELOPE-OK PIC X(01) VALUE 'Y'.

      *** The register's next free number.
       77 WS-ITK-NEXT-ID PIC 9(09) VALUE ZERO.

      *** The partner map in the shape REYDB_PARTNER_IN takes.
       77 WS-ITK-PTN-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-ITK-PTN-MAP.
          02 WS-ITK-PTN-FIELD OCCURS 20 TIMES.
             03 WS-ITK-PTN-OUR-OFFSET PIC 9(04) COMP-5.
             03 WS-ITK-PTN-OUR-LENGTH PIC 9(04) COMP-5.
             03 WS-ITK-PTN-POSITION   PIC 9(04) COMP-5.
       77 WS-ITK-PTN-KEY-POS PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ITK-PTN-KEY-LEN PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ITK-PTN-EBCDIC  PIC X(01) VALUE 'N'.

      *** What the routed programs are handed - a zero CSV field
      *** count asks for the dictionary's layout.
       77 WS-ITK-CSV-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-ITK-CSV-LAYOUT.
          02 WS-ITK-CSV-FIELD OCCURS 20 TIMES.
             03 WS-ITK-CSV-OFFSET PIC 9(04) COMP-5.
             03 WS-ITK-CSV-LENGTH PIC 9(04) COMP-5.
       77 WS-ITK-RESTART PIC X(01) VALUE 'N'.

       77 WS-ITK-RENAME-RC PIC S9(09) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** Files looked at, loaded, and turned away or left waiting.
       77 LS-INTAKE-FILES    PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-INTAKE-LOADED   PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-INTAKE-REJECTED PIC 9(09) COMP-5 VALUE ZERO.

      *** One route - the source, its program kind (E/C/J/P), and
      *** whether its files come wrapped in a header and a trailer.
       77 LS-INTAKE-SOURCE   PIC X(08) VALUE SPACE.
       77 LS-INTAKE-KIND     PIC X(01) VALUE SPACE.
       77 LS-INTAKE-ENVELOPE PIC X(01) VALUE 'N'.

       COPY "data/linkage/reydb-partner.cpy".

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-PARTIAL-CONTENT VALUE 02.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - takes in every file on landing.lst.  ***
      *** SUCCESS when each one loaded; PARTIAL-CONTENT when any was ***
      *** turned away or left waiting (the register says which and   ***
      *** why); FAILURE when the register cannot be opened. No       ***
      *** landing list is nothing landed - SUCCESS on zero files.    ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-INTAKE-FILES
                                    LS-INTAKE-LOADED
                                    LS-INTAKE-REJECTED
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-INTAKE-FILES LS-INTAKE-LOADED
                        LS-INTAKE-REJECTED.

           PERFORM 0100-READ-LANDING THRU 0100-READ-LANDING-EXIT.

           IF WS-ITK-LISTED EQUAL ZERO
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0200-OPEN-REGISTER THRU 0200-OPEN-REGISTER-EXIT.

           IF WS-INTAKE-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** No routing table yet - every file is a source with no
      *** route, left waiting for one.
           OPEN INPUT FC-INTAKE-ROUTE.

           IF WS-ROUTE-FILE-STATUS EQUAL "00"
              MOVE 'Y' TO WS-ITK-ROUTES
           END-IF.

           MOVE SPACE TO WS-ITK-USER.

           CALL "REYDB_WHOAMI" USING WS-ITK-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           PERFORM VARYING WS-ITK-SLOT FROM 1 BY 1
                     UNTIL WS-ITK-SLOT GREATER THAN WS-ITK-LISTED
               PERFORM 2000-TAKE-ONE-FILE THRU 2000-TAKE-ONE-FILE-EXIT
           END-PERFORM.

           IF WS-ITK-ROUTES EQUAL 'Y'
              CLOSE FC-INTAKE-ROUTE
           END-IF.

           CLOSE FC-INTAKE.

           PERFORM 3000-REWRITE-LANDING THRU 3000-REWRITE-LANDING-EXIT.

           IF LS-INTAKE-REJECTED EQUAL ZERO
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-PARTIAL-CONTENT TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - defines a source's route, or replaces ***
      *** the one it has. A blank source or a kind other than E, C,  ***
      *** J or P is a VALIDATION-FAIL. The partner map is only read  ***
      *** for a kind P route; the other kinds keep a zero map.       ***
      ******************************************************************
       ENTRY "REYDB_INTAKE_ROUTE" USING LS-INTAKE-SOURCE
                                        LS-INTAKE-KIND
                                        LS-REYDB-DATABASE-NAME
                                        LS-INTAKE-ENVELOPE
                                        LS-PARTNER-FIELD-COUNT
                                        LS-PARTNER-MAP
                                        LS-PARTNER-KEY-POS
                                        LS-PARTNER-KEY-LEN
                                        LS-PARTNER-EBCDIC.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE LS-INTAKE-KIND TO FS-ROUTE-KIND.

           IF LS-INTAKE-SOURCE EQUAL SPACE
           OR NOT FS-ROUTE-IS-VALID
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF FS-ROUTE-IS-PARTNER
              AND LS-PARTNER-FIELD-COUNT GREATER THAN 20
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-INTAKE-ROUTE.

           IF WS-ROUTE-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-INTAKE-ROUTE
              CLOSE FC-INTAKE-ROUTE
              OPEN I-O FC-INTAKE-ROUTE
           END-IF.

           IF WS-ROUTE-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE ZERO               TO FS-ROUTE-PARTNER.
           MOVE 'N'                TO FS-ROUTE-EBCDIC.
           MOVE LS-INTAKE-SOURCE   TO FS-ROUTE-SOURCE.
           MOVE LS-INTAKE-KIND     TO FS-ROUTE-KIND.
           MOVE LS-REYDB-DATABASE-NAME TO FS-ROUTE-DATABASE.

           IF LS-INTAKE-ENVELOPE EQUAL 'Y'
              MOVE 'Y' TO FS-ROUTE-ENVELOPE
           ELSE
              MOVE 'N' TO FS-ROUTE-ENVELOPE
           END-IF.

           IF FS-ROUTE-IS-PARTNER
              MOVE LS-PARTNER-FIELD-COUNT TO FS-ROUTE-FIELD-COUNT
              PERFORM VARYING WS-ITK-IDX FROM 1 BY 1
                        UNTIL WS-ITK-IDX GREATER THAN 20
                  MOVE LS-PARTNER-OUR-OFFSET (WS-ITK-IDX)
                    TO FS-ROUTE-OUR-OFFSET (WS-ITK-IDX)
                  MOVE LS-PARTNER-OUR-LENGTH (WS-ITK-IDX)
                    TO FS-ROUTE-OUR-LENGTH (WS-ITK-IDX)
                  MOVE LS-PARTNER-POSITION (WS-ITK-IDX)
                    TO FS-ROUTE-POSITION (WS-ITK-IDX)
              END-PERFORM
              MOVE LS-PARTNER-KEY-POS TO FS-ROUTE-KEY-POS
              MOVE LS-PARTNER-KEY-LEN TO FS-ROUTE-KEY-LEN
              MOVE LS-PARTNER-EBCDIC  TO FS-ROUTE-EBCDIC
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           WRITE FS-ROUTE-RECORD

           INVALID KEY
               REWRITE FS-ROUTE-RECORD
               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
               END-REWRITE

           END-WRITE.

           CLOSE FC-INTAKE-ROUTE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Reads landing.lst into memory. Blank lines are skipped; an ***
      *** entry past the last slot marks the list as longer than one ***
      *** run takes, and the rest waits for the next.                ***
      ******************************************************************
       0100-READ-LANDING.

           MOVE ZERO TO WS-ITK-LISTED.
           MOVE 'N'  TO WS-ITK-MORE WS-ITK-LIST-EOF.

           OPEN INPUT FC-LANDING.

           IF WS-LANDING-FILE-STATUS NOT EQUAL "00"
              GO TO 0100-READ-LANDING-EXIT
           END-IF.

           PERFORM UNTIL WS-ITK-LIST-EOF EQUAL 'S'

               READ FC-LANDING

               AT END
                   MOVE 'S' TO WS-ITK-LIST-EOF

               NOT AT END
                   IF FS-LANDING-FILE NOT EQUAL SPACE
                      IF WS-ITK-LISTED NOT LESS THAN WS-ITK-LIST-MAX
                         MOVE 'Y' TO WS-ITK-MORE
                         MOVE 'S' TO WS-ITK-LIST-EOF
                      ELSE
                         ADD 1 TO WS-ITK-LISTED
                         MOVE FS-LANDING-FILE
                           TO WS-ITK-ENTRY-FILE (WS-ITK-LISTED)
                         MOVE FS-LANDING-SOURCE
                           TO WS-ITK-ENTRY-SOURCE (WS-ITK-LISTED)
                         MOVE 'N' TO WS-ITK-ENTRY-KEEP (WS-ITK-LISTED)
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-LANDING.

       0100-READ-LANDING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Opens the intake register, creating it on first use.       ***
      ******************************************************************
       0200-OPEN-REGISTER.

           OPEN I-O FC-INTAKE.

           IF WS-INTAKE-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-INTAKE
              CLOSE FC-INTAKE
              OPEN I-O FC-INTAKE
           END-IF.

       0200-OPEN-REGISTER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Finds the register's next free number - one past the       ***
      *** highest on file.                                           ***
      ******************************************************************
       0400-NEXT-ID.

           MOVE 1 TO WS-ITK-NEXT-ID.

           MOVE 999999999 TO FS-INTAKE-ID.

           START FC-INTAKE KEY IS LESS THAN FS-INTAKE-ID

           INVALID KEY

               CONTINUE

           NOT INVALID KEY

               READ FC-INTAKE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   COMPUTE WS-ITK-NEXT-ID = FS-INTAKE-ID + 1
               END-READ

           END-START.

       0400-NEXT-ID-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One landing-list entry from end to end - decides its       ***
      *** outcome, sets a loaded, duplicate or miscounted file aside ***
      *** under its archive name, and writes the register row.       ***
      ******************************************************************
       2000-TAKE-ONE-FILE.

           MOVE WS-ITK-ENTRY-FILE (WS-ITK-SLOT)
             TO WS-INTAKE-LANDED-NAME.
           MOVE WS-ITK-ENTRY-SOURCE (WS-ITK-SLOT) TO WS-ITK-SOURCE.

           MOVE SPACE TO WS-ITK-OUTCOME WS-ITK-ARCHIVE WS-ITK-HEADER.
           MOVE ZERO  TO WS-ITK-RESULT WS-ITK-LOADED WS-ITK-REJECTED
                         WS-ITK-DUP-OF WS-ITK-HASH WS-ITK-ROWS.
           MOVE SPACE TO FS-ROUTE-RECORD.

           PERFORM 2100-CLASSIFY-FILE THRU 2100-CLASSIFY-FILE-EXIT.

           PERFORM 0400-NEXT-ID THRU 0400-NEXT-ID-EXIT.

           EVALUATE WS-ITK-OUTCOME
               WHEN 'L'
                   MOVE ".A" TO WS-ITK-SUFFIX
                   PERFORM 2800-SET-ASIDE THRU 2800-SET-ASIDE-EXIT
               WHEN 'D'
               WHEN 'H'
                   MOVE ".R" TO WS-ITK-SUFFIX
                   PERFORM 2800-SET-ASIDE THRU 2800-SET-ASIDE-EXIT
               WHEN 'S'
               WHEN 'F'
                   MOVE 'Y' TO WS-ITK-ENTRY-KEEP (WS-ITK-SLOT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           ADD 1 TO LS-INTAKE-FILES.

           IF WS-ITK-OUTCOME EQUAL 'L'
              ADD 1 TO LS-INTAKE-LOADED
           ELSE
              ADD 1 TO LS-INTAKE-REJECTED
           END-IF.

           ACCEPT WS-ITK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ITK-TIME FROM TIME.

           MOVE SPACE                 TO FS-INTAKE-RECORD.
           MOVE WS-ITK-NEXT-ID        TO FS-INTAKE-ID.
           MOVE WS-ITK-HASH           TO FS-INTAKE-HASH.
           MOVE WS-ITK-ROWS           TO FS-INTAKE-ROWS.
           MOVE WS-ITK-HEADER         TO FS-INTAKE-HEADER.
           MOVE WS-INTAKE-LANDED-NAME TO FS-INTAKE-FILE.
           MOVE WS-ITK-SOURCE         TO FS-INTAKE-SOURCE.
           MOVE FS-ROUTE-KIND         TO FS-INTAKE-KIND.
           MOVE FS-ROUTE-DATABASE     TO FS-INTAKE-DATABASE.
           MOVE WS-ITK-DATE           TO FS-INTAKE-TS (1:8).
           MOVE WS-ITK-TIME           TO FS-INTAKE-TS (9:8).
           MOVE WS-ITK-USER           TO FS-INTAKE-USER.
           MOVE WS-ITK-OUTCOME        TO FS-INTAKE-OUTCOME.
           MOVE WS-ITK-RESULT         TO FS-INTAKE-RESULT.
           MOVE WS-ITK-LOADED         TO FS-INTAKE-LOADED.
           MOVE WS-ITK-REJECTED       TO FS-INTAKE-REJECTED.
           MOVE WS-ITK-DUP-OF         TO FS-INTAKE-DUP-OF.
           MOVE WS-ITK-ARCHIVE        TO FS-INTAKE-ARCHIVE.

           WRITE FS-INTAKE-RECORD

           INVALID KEY
               CONTINUE

           END-WRITE.

       2000-TAKE-ONE-FILE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Decides one file's outcome, in order: no route (S),        ***
      *** missing or unreadable (M), header/trailer wrong (H),       ***
      *** already loaded under the same fingerprint (D); otherwise   ***
      *** it is staged and its routed program called - loaded (L),   ***
      *** or refused by that program (F) with the program's result   ***
      *** kept.                                                      ***
      ******************************************************************
       2100-CLASSIFY-FILE.

           IF WS-ITK-ROUTES NOT EQUAL 'Y'
              MOVE 'S' TO WS-ITK-OUTCOME
              GO TO 2100-CLASSIFY-FILE-EXIT
           END-IF.

           MOVE WS-ITK-SOURCE TO FS-ROUTE-SOURCE.

           READ FC-INTAKE-ROUTE KEY IS FS-ROUTE-SOURCE

           INVALID KEY
               MOVE SPACE TO FS-ROUTE-RECORD
               MOVE 'S'   TO WS-ITK-OUTCOME

           END-READ.

           IF WS-ITK-OUTCOME EQUAL 'S'
           OR NOT FS-ROUTE-IS-VALID
              MOVE 'S' TO WS-ITK-OUTCOME
              GO TO 2100-CLASSIFY-FILE-EXIT
           END-IF.

           PERFORM 2200-FINGERPRINT THRU 2200-FINGERPRINT-EXIT.

           IF WS-ITK-OUTCOME EQUAL 'M'
              GO TO 2100-CLASSIFY-FILE-EXIT
           END-IF.

           IF WS-ITK-ENVELOPE-OK NOT EQUAL 'Y'
              MOVE 'H' TO WS-ITK-OUTCOME
              GO TO 2100-CLASSIFY-FILE-EXIT
           END-IF.

           PERFORM 2400-FIND-DUPLICATE THRU 2400-FIND-DUPLICATE-EXIT.

           IF WS-ITK-DUP-OF NOT EQUAL ZERO
              MOVE 'D' TO WS-ITK-OUTCOME
              GO TO 2100-CLASSIFY-FILE-EXIT
           END-IF.

           PERFORM 2500-STAGE-FILE THRU 2500-STAGE-FILE-EXIT.

           IF WS-ITK-OUTCOME EQUAL 'F'
              GO TO 2100-CLASSIFY-FILE-EXIT
           END-IF.

           PERFORM 2600-CALL-ROUTED THRU 2600-CALL-ROUTED-EXIT.

           IF WS-ITK-RESULT EQUAL WS-REYDB-SUCCESS
           OR WS-ITK-RESULT EQUAL WS-REYDB-PARTIAL-CONTENT
              MOVE 'L' TO WS-ITK-OUTCOME
           ELSE
              MOVE 'F' TO WS-ITK-OUTCOME
           END-IF.

       2100-CLASSIFY-FILE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Reads the landed file once for its fingerprint - the byte  ***
      *** hash reduced under a nine-digit prime, the record count    ***
      *** and the first 40 bytes - and, for a wrapped source, checks ***
      *** that it opens with HDR and closes with a TRL whose count   ***
      *** is the records between. The data-record count is the       ***
      *** records less the two envelope records.                     ***
      ******************************************************************
       2200-FINGERPRINT.

           MOVE ZERO  TO WS-ITK-HASH WS-ITK-RECORDS WS-ITK-ROWS.
           MOVE SPACE TO WS-ITK-HEADER WS-ITK-FIRST WS-ITK-LAST.
           MOVE 'Y'   TO WS-ITK-ENVELOPE-OK.
           MOVE 'N'   TO WS-ITK-EOF.

           PERFORM 2300-OPEN-LANDED THRU 2300-OPEN-LANDED-EXIT.

           IF WS-LANDED-FILE-STATUS NOT EQUAL "00"
              MOVE 'M' TO WS-ITK-OUTCOME
              GO TO 2200-FINGERPRINT-EXIT
           END-IF.

           PERFORM UNTIL WS-ITK-EOF EQUAL 'S'

               PERFORM 2310-READ-LANDED THRU 2310-READ-LANDED-EXIT

               IF WS-ITK-EOF NOT EQUAL 'S'
                  ADD 1 TO WS-ITK-RECORDS
                  IF WS-ITK-RECORDS EQUAL 1
                     MOVE WS-ITK-REC (1:40) TO WS-ITK-HEADER
                     MOVE WS-ITK-REC (1:3)  TO WS-ITK-FIRST
                  END-IF
                  MOVE WS-ITK-REC (1:12) TO WS-ITK-LAST
                  PERFORM VARYING WS-ITK-IDX FROM 1 BY 1
                            UNTIL WS-ITK-IDX GREATER THAN WS-ITK-REC-LEN
                      MOVE WS-ITK-REC (WS-ITK-IDX:1) TO WS-ITK-CHAR
                      COMPUTE WS-ITK-HASH =
                          (WS-ITK-HASH * 31) + WS-ITK-VAL
                      DIVIDE WS-ITK-HASH BY 999999937
                          GIVING WS-ITK-HASH-Q
                          REMAINDER WS-ITK-HASH
                  END-PERFORM
               END-IF

           END-PERFORM.

           PERFORM 2320-CLOSE-LANDED THRU 2320-CLOSE-LANDED-EXIT.

           IF NOT FS-ROUTE-IS-WRAPPED
              MOVE WS-ITK-RECORDS TO WS-ITK-ROWS
              GO TO 2200-FINGERPRINT-EXIT
           END-IF.

           IF WS-ITK-RECORDS LESS THAN 2
           OR WS-ITK-FIRST NOT EQUAL "HDR"
           OR WS-ITK-LAST (1:3) NOT EQUAL "TRL"
           OR WS-ITK-LAST (4:9) IS NOT NUMERIC
              MOVE 'N' TO WS-ITK-ENVELOPE-OK
              MOVE WS-ITK-RECORDS TO WS-ITK-ROWS
              GO TO 2200-FINGERPRINT-EXIT
           END-IF.

           COMPUTE WS-ITK-ROWS = WS-ITK-RECORDS - 2.

           MOVE WS-ITK-LAST (4:9) TO WS-ITK-TRAILED.

           IF WS-ITK-TRAILED NOT EQUAL WS-ITK-ROWS
              MOVE 'N' TO WS-ITK-ENVELOPE-OK
           END-IF.

       2200-FINGERPRINT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Opens, reads and closes the landed file in the record      ***
      *** shape of the route's program.                              ***
      ******************************************************************
       2300-OPEN-LANDED.

           EVALUATE TRUE
               WHEN FS-ROUTE-IS-EXTRACT
                   MOVE 530 TO WS-ITK-REC-LEN
                   OPEN INPUT FC-LANDED-EXT
               WHEN FS-ROUTE-IS-CSV
                   MOVE 600 TO WS-ITK-REC-LEN
                   OPEN INPUT FC-LANDED-CSV
               WHEN FS-ROUTE-IS-JSON
                   MOVE 1400 TO WS-ITK-REC-LEN
                   OPEN INPUT FC-LANDED-JSON
               WHEN OTHER
                   MOVE 256 TO WS-ITK-REC-LEN
                   OPEN INPUT FC-LANDED-PTN
           END-EVALUATE.

       2300-OPEN-LANDED-EXIT.
           EXIT.

       2310-READ-LANDED.

           MOVE SPACE TO WS-ITK-REC.

           EVALUATE TRUE
               WHEN FS-ROUTE-IS-EXTRACT
                   READ FC-LANDED-EXT
                   AT END
                       MOVE 'S' TO WS-ITK-EOF
                   NOT AT END
                       MOVE FS-LANDED-EXT-RECORD TO WS-ITK-REC
                   END-READ
               WHEN FS-ROUTE-IS-CSV
                   READ FC-LANDED-CSV
                   AT END
                       MOVE 'S' TO WS-ITK-EOF
                   NOT AT END
                       MOVE FS-LANDED-CSV-RECORD TO WS-ITK-REC
                   END-READ
               WHEN FS-ROUTE-IS-JSON
                   READ FC-LANDED-JSON
                   AT END
                       MOVE 'S' TO WS-ITK-EOF
                   NOT AT END
                       MOVE FS-LANDED-JSON-RECORD TO WS-ITK-REC
                   END-READ
               WHEN OTHER
                   READ FC-LANDED-PTN
                   AT END
                       MOVE 'S' TO WS-ITK-EOF
                   NOT AT END
                       MOVE FS-LANDED-PTN-RECORD TO WS-ITK-REC
                   END-READ
           END-EVALUATE.

       2310-READ-LANDED-EXIT.
           EXIT.

       2320-CLOSE-LANDED.

           EVALUATE TRUE
               WHEN FS-ROUTE-IS-EXTRACT
                   CLOSE FC-LANDED-EXT
               WHEN FS-ROUTE-IS-CSV
                   CLOSE FC-LANDED-CSV
               WHEN FS-ROUTE-IS-JSON
                   CLOSE FC-LANDED-JSON
               WHEN OTHER
                   CLOSE FC-LANDED-PTN
           END-EVALUATE.

       2320-CLOSE-LANDED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Looks the fingerprint up on the register - only an earlier ***
      *** LOADED file with the same one makes this file a duplicate; ***
      *** a file turned away before may be sent again.               ***
      ******************************************************************
       2400-FIND-DUPLICATE.

           MOVE ZERO         TO WS-ITK-DUP-OF.
           MOVE WS-ITK-HASH   TO FS-INTAKE-HASH.
           MOVE WS-ITK-ROWS   TO FS-INTAKE-ROWS.
           MOVE WS-ITK-HEADER TO FS-INTAKE-HEADER.

           START FC-INTAKE KEY IS EQUAL FS-INTAKE-PRINT

           INVALID KEY
               GO TO 2400-FIND-DUPLICATE-EXIT

           END-START.

           MOVE 'N' TO WS-ITK-EOF.

           PERFORM UNTIL WS-ITK-EOF EQUAL 'S'

               READ FC-INTAKE NEXT RECORD

               AT END
                   MOVE 'S' TO WS-ITK-EOF

               NOT AT END
                   IF FS-INTAKE-HASH   NOT EQUAL WS-ITK-HASH
                   OR FS-INTAKE-ROWS   NOT EQUAL WS-ITK-ROWS
                   OR FS-INTAKE-HEADER NOT EQUAL WS-ITK-HEADER
                      MOVE 'S' TO WS-ITK-EOF
                   ELSE
                      IF FS-INTAKE-IS-LOADED
                         MOVE FS-INTAKE-ID TO WS-ITK-DUP-OF
                         MOVE 'S' TO WS-ITK-EOF
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

       2400-FIND-DUPLICATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Stages the data records under the name the routed program  ***
      *** reads - the extract name REYDB_LOAD derives for the        ***
      *** route's database (its current generation when the extract  ***
      *** is under generations), or the fixed import.csv,            ***
      *** import.json and partner_in.dat. A wrapped file leaves its  ***
      *** header and trailer behind. A stage that cannot be written  ***
      *** refuses the file.                                          ***
      ******************************************************************
       2500-STAGE-FILE.

           EVALUATE TRUE
               WHEN FS-ROUTE-IS-EXTRACT
                   IF FS-ROUTE-DATABASE EQUAL SPACE
                      MOVE "extract.dat" TO WS-INTAKE-STAGE-NAME
                   ELSE
                      MOVE SPACE TO WS-INTAKE-STAGE-NAME
                      STRING FS-ROUTE-DATABASE DELIMITED BY SPACE
                             ".ext"            DELIMITED BY SIZE
                        INTO WS-INTAKE-STAGE-NAME
                   END-IF
                   MOVE WS-INTAKE-STAGE-NAME TO WS-GDG-BASE-NAME
                   MOVE ZERO                 TO WS-GDG-RELATIVE
                   CALL "REYDB_GDG_RESOLVE" USING WS-GDG-BASE-NAME
                                                  WS-GDG-RELATIVE
                                                  WS-INTAKE-STAGE-NAME
                       RETURNING WS-REYDB-RESULT-GDG
                   END-CALL
                   OPEN OUTPUT FC-STAGED-EXT
               WHEN FS-ROUTE-IS-CSV
                   MOVE "import.csv" TO WS-INTAKE-STAGE-NAME
                   OPEN OUTPUT FC-STAGED-CSV
               WHEN FS-ROUTE-IS-JSON
                   MOVE "import.json" TO WS-INTAKE-STAGE-NAME
                   OPEN OUTPUT FC-STAGED-JSON
               WHEN OTHER
                   MOVE "partner_in.dat" TO WS-INTAKE-STAGE-NAME
                   OPEN OUTPUT FC-STAGED-PTN
           END-EVALUATE.

           IF WS-STAGED-FILE-STATUS NOT EQUAL "00"
              MOVE 'F'              TO WS-ITK-OUTCOME
              MOVE WS-REYDB-FAILURE TO WS-ITK-RESULT
              GO TO 2500-STAGE-FILE-EXIT
           END-IF.

           MOVE ZERO TO WS-ITK-SEQ.
           MOVE 'N'  TO WS-ITK-EOF.

           PERFORM 2300-OPEN-LANDED THRU 2300-OPEN-LANDED-EXIT.

           PERFORM UNTIL WS-ITK-EOF EQUAL 'S'

               PERFORM 2310-READ-LANDED THRU 2310-READ-LANDED-EXIT

               IF WS-ITK-EOF NOT EQUAL 'S'
                  ADD 1 TO WS-ITK-SEQ
                  IF NOT FS-ROUTE-IS-WRAPPED
                  OR (WS-ITK-SEQ GREATER THAN 1
                      AND WS-ITK-SEQ LESS THAN WS-ITK-RECORDS)
                     PERFORM 2510-WRITE-STAGED
                        THRU 2510-WRITE-STAGED-EXIT
                  END-IF
               END-IF

           END-PERFORM.

           PERFORM 2320-CLOSE-LANDED THRU 2320-CLOSE-LANDED-EXIT.

           EVALUATE TRUE
               WHEN FS-ROUTE-IS-EXTRACT
                   CLOSE FC-STAGED-EXT
               WHEN FS-ROUTE-IS-CSV
                   CLOSE FC-STAGED-CSV
               WHEN FS-ROUTE-IS-JSON
                   CLOSE FC-STAGED-JSON
               WHEN OTHER
                   CLOSE FC-STAGED-PTN
           END-EVALUATE.

       2500-STAGE-FILE-EXIT.
           EXIT.

       2510-WRITE-STAGED.

           EVALUATE TRUE
               WHEN FS-ROUTE-IS-EXTRACT
                   WRITE FS-STAGED-EXT-RECORD FROM WS-ITK-REC (1:530)
               WHEN FS-ROUTE-IS-CSV
                   WRITE FS-STAGED-CSV-RECORD FROM WS-ITK-REC (1:600)
               WHEN FS-ROUTE-IS-JSON
                   WRITE FS-STAGED-JSON-RECORD FROM WS-ITK-REC
               WHEN OTHER
                   WRITE FS-STAGED-PTN-RECORD FROM WS-ITK-REC (1:256)
           END-EVALUATE.

       2510-WRITE-STAGED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Calls the route's program on the route's database and      ***
      *** keeps what it loaded, what it rejected and its result. A   ***
      *** partner route's map goes over in the binary shape          ***
      *** REYDB_PARTNER_IN takes.                                    ***
      ******************************************************************
       2600-CALL-ROUTED.

           EVALUATE TRUE

               WHEN FS-ROUTE-IS-EXTRACT
                   MOVE 'N' TO WS-ITK-RESTART
                   CALL "REYDB_LOAD" USING FS-ROUTE-DATABASE
                                           WS-ITK-LOADED
                                           WS-ITK-REJECTED
                                           WS-ITK-RESTART
                       RETURNING WS-ITK-RESULT
                   END-CALL

               WHEN FS-ROUTE-IS-CSV
                   MOVE ZERO TO WS-ITK-CSV-COUNT
                   CALL "REYDB_IMPORT_CSV" USING FS-ROUTE-DATABASE
                                                 WS-ITK-CSV-COUNT
                                                 WS-ITK-CSV-LAYOUT
                                                 WS-ITK-LOADED
                                                 WS-ITK-REJECTED
                       RETURNING WS-ITK-RESULT
                   END-CALL

               WHEN FS-ROUTE-IS-JSON
                   CALL "REYDB_IMPORT_JSON" USING FS-ROUTE-DATABASE
                                                  WS-ITK-LOADED
                                                  WS-ITK-REJECTED
                       RETURNING WS-ITK-RESULT
                   END-CALL

               WHEN OTHER
                   MOVE FS-ROUTE-FIELD-COUNT TO WS-ITK-PTN-COUNT
                   PERFORM VARYING WS-ITK-IDX FROM 1 BY 1
                             UNTIL WS-ITK-IDX GREATER THAN 20
                       MOVE FS-ROUTE-OUR-OFFSET (WS-ITK-IDX)
                         TO WS-ITK-PTN-OUR-OFFSET (WS-ITK-IDX)
                       MOVE FS-ROUTE-OUR-LENGTH (WS-ITK-IDX)
                         TO WS-ITK-PTN-OUR-LENGTH (WS-ITK-IDX)
                       MOVE FS-ROUTE-POSITION (WS-ITK-IDX)
                         TO WS-ITK-PTN-POSITION (WS-ITK-IDX)
                   END-PERFORM
                   MOVE FS-ROUTE-KEY-POS TO WS-ITK-PTN-KEY-POS
                   MOVE FS-ROUTE-KEY-LEN TO WS-ITK-PTN-KEY-LEN
                   MOVE FS-ROUTE-EBCDIC  TO WS-ITK-PTN-EBCDIC
                   CALL "REYDB_PARTNER_IN" USING FS-ROUTE-DATABASE
                                                 WS-ITK-PTN-COUNT
                                                 WS-ITK-PTN-MAP
                                                 WS-ITK-PTN-KEY-POS
                                                 WS-ITK-PTN-KEY-LEN
                                                 WS-ITK-PTN-EBCDIC
                                                 WS-ITK-LOADED
                                                 WS-ITK-REJECTED
                       RETURNING WS-ITK-RESULT
                   END-CALL

           END-EVALUATE.

       2600-CALL-ROUTED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Renames the landed file to its archive or reject name -    ***
      *** the file name with the suffix and the intake number added. ***
      *** A rename that fails leaves the file where it is and the    ***
      *** register's archive name blank.                             ***
      ******************************************************************
       2800-SET-ASIDE.

           MOVE SPACE TO WS-ITK-ARCHIVE.

           STRING WS-INTAKE-LANDED-NAME DELIMITED BY SPACE
                  WS-ITK-SUFFIX         DELIMITED BY SIZE
                  WS-ITK-NEXT-ID        DELIMITED BY SIZE
             INTO WS-ITK-ARCHIVE
           END-STRING.

           CALL "CBL_RENAME_FILE" USING WS-INTAKE-LANDED-NAME
                                        WS-ITK-ARCHIVE
               RETURNING WS-ITK-RENAME-RC
           END-CALL.

           IF WS-ITK-RENAME-RC NOT EQUAL ZERO
              MOVE SPACE TO WS-ITK-ARCHIVE
           END-IF.

       2800-SET-ASIDE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Writes the landing list back - the entries kept for the    ***
      *** next run, then any this run never reached - under          ***
      *** landing.new, and swaps it in for landing.lst.              ***
      ******************************************************************
       3000-REWRITE-LANDING.

           OPEN OUTPUT FC-LANDING-NEW.

           IF WS-LANDING-NEW-STATUS NOT EQUAL "00"
              GO TO 3000-REWRITE-LANDING-EXIT
           END-IF.

           PERFORM VARYING WS-ITK-SLOT FROM 1 BY 1
                     UNTIL WS-ITK-SLOT GREATER THAN WS-ITK-LISTED
               IF WS-ITK-ENTRY-KEEP (WS-ITK-SLOT) EQUAL 'Y'
                  MOVE WS-ITK-ENTRY-FILE (WS-ITK-SLOT)
                    TO FS-LANDING-FILE
                  MOVE WS-ITK-ENTRY-SOURCE (WS-ITK-SLOT)
                    TO FS-LANDING-SOURCE
                  WRITE FS-LANDING-NEW-RECORD FROM FS-LANDING-RECORD
               END-IF
           END-PERFORM.

           IF WS-ITK-MORE EQUAL 'Y'
              PERFORM 3100-COPY-UNREACHED THRU 3100-COPY-UNREACHED-EXIT
           END-IF.

           CLOSE FC-LANDING-NEW.

           CALL "CBL_RENAME_FILE" USING WS-LANDING-NEW-NAME
                                        WS-LANDING-FILE-NAME
               RETURNING WS-ITK-RENAME-RC
           END-CALL.

       3000-REWRITE-LANDING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Copies the entries past the ones this run took, skipping   ***
      *** blank lines the same way the first read did.               ***
      ******************************************************************
       3100-COPY-UNREACHED.

           MOVE ZERO TO WS-ITK-SKIPPED.
           MOVE 'N'  TO WS-ITK-LIST-EOF.

           OPEN INPUT FC-LANDING.

           IF WS-LANDING-FILE-STATUS NOT EQUAL "00"
              GO TO 3100-COPY-UNREACHED-EXIT
           END-IF.

           PERFORM UNTIL WS-ITK-LIST-EOF EQUAL 'S'

               READ FC-LANDING

               AT END
                   MOVE 'S' TO WS-ITK-LIST-EOF

               NOT AT END
                   IF FS-LANDING-FILE NOT EQUAL SPACE
                      IF WS-ITK-SKIPPED LESS THAN WS-ITK-LISTED
                         ADD 1 TO WS-ITK-SKIPPED
                      ELSE
                         WRITE FS-LANDING-NEW-RECORD
                          FROM FS-LANDING-RECORD
                      END-IF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-LANDING.

       3100-COPY-UNREACHED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-LANDING-NEW-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-LANDING-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ROUTE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-INTAKE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
