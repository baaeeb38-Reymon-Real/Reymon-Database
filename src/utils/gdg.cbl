      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    gdg.cbl            ***
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
       PROGRAM-ID. REYDB_GDG_NEXT IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Generation-numbered output datasets - when the partner    ***
      *** says yesterday's file was wrong, yesterday's file is      ***
      *** still on disk. An output its writer has always known by   ***
      *** one fixed name ("export.csv", "<db>.ext", ...) is put     ***
      *** under generations with REYDB_GDG_DEFINE and a limit; from ***
      *** then on every run writes the next generation              ***
      *** ("export.csv.G0042"), the output's registry               ***
      *** ("export.csv.gdg") lists the generations still on disk,   ***
      *** oldest first, and the oldest roll off - deleted - once    ***
      *** there are more of them than the limit.                    ***
      ***                                                           ***
      *** REYDB_GDG_NEXT hands the writer the next generation's     ***
      *** name; REYDB_GDG_RESOLVE hands a reader the current one    ***
      *** (relative zero) or the one N back; REYDB_GDG_DEFINE sets  ***
      *** or changes an output's limit. An output never defined     ***
      *** keeps its fixed name through both - the same file every   ***
      *** run, exactly as before.                                   ***
      ***                                                           ***
      *** A registry that cannot be written leaves the writer on    ***
      *** the fixed name too, so an export never fails over its     ***
      *** bookkeeping.                                              ***
      ***                                                           ***
      *** Generation numbers run 0001-9999 and wrap; the registry's ***
      *** order, not the number, says which generation is newest.   ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-gdg.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-gdg.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-gdg.cpy".
       COPY "data/working/reydb-batch.cpy".

      *** 'Y' once the registry's control row has been read - the
      *** output is under generations.
       77 WS-GDG-DEFINED PIC X(01) VALUE 'N'.

      *** The control row's figures - the limit and the last
      *** generation number handed out.
       77 WS-GDG-LIMIT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-GDG-LAST  PIC 9(04) COMP-5 VALUE ZERO.

      *** In-storage copy of the generation rows, oldest first. The
      *** limit tops out at 99, so one more than that always fits
      *** between the new generation and the roll-off.
       77 WS-GDG-MAX-LIMIT PIC 9(04) COMP-5 VALUE 99.
       01 WS-GDG-TABLE.
          02 WS-GDG-ENTRY OCCURS 100 TIMES.
             03 WS-GDG-ENTRY-GEN   PIC 9(04).
             03 WS-GDG-ENTRY-NAME  PIC X(64).
             03 WS-GDG-ENTRY-STAMP PIC X(16).

       77 WS-GDG-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-GDG-IDX   PIC 9(04) COMP-5 VALUE ZERO.

      *** The new generation's number and file name.
       77 WS-GDG-GEN-X    PIC 9(04) VALUE ZERO.
       77 WS-GDG-NEW-NAME PIC X(64) VALUE SPACE.
       77 WS-GDG-OVERFLOW PIC X(01) VALUE 'N'.

       77 WS-GDG-DATE PIC 9(08) VALUE ZERO.
       77 WS-GDG-TIME PIC 9(08) VALUE ZERO.

       77 WS-GDG-EOF PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

      *** The output's fixed name.
       77 LS-GDG-BASE-NAME PIC X(64) VALUE SPACE.

      *** The generation's real file name - the writer's next one,
      *** or the reader's resolved one. An output never defined
      *** answers its fixed name.
       77 LS-GDG-FILE-NAME PIC X(64) VALUE SPACE.

      *** Generations kept on disk - 1 to 99.
       77 LS-GDG-LIMIT PIC 9(04) COMP-5 VALUE ZERO.

      *** Generations back from the current one - zero is current.
       77 LS-GDG-RELATIVE PIC 9(04) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - the next generation of an output,   ***
      *** registered before the writer opens it, with the oldest    ***
      *** beyond the limit rolled off.                              ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-GDG-BASE-NAME
                                    LS-GDG-FILE-NAME
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
           MOVE LS-GDG-BASE-NAME TO LS-GDG-FILE-NAME.

           IF LS-GDG-BASE-NAME EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0050-DERIVE-NAME THRU 0050-DERIVE-NAME-EXIT.

           PERFORM 0100-LOAD-REGISTRY THRU 0100-LOAD-REGISTRY-EXIT.

      *** Never put under generations - the fixed name, as always.
           IF WS-GDG-DEFINED NOT EQUAL 'Y'
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           IF WS-GDG-LAST NOT LESS THAN 9999
              MOVE 1 TO WS-GDG-GEN-X
           ELSE
              COMPUTE WS-GDG-GEN-X = WS-GDG-LAST + 1
           END-IF.

           MOVE SPACE TO WS-GDG-NEW-NAME.
           MOVE 'N'   TO WS-GDG-OVERFLOW.

           STRING LS-GDG-BASE-NAME DELIMITED BY SPACE
                  ".G"             DELIMITED BY SIZE
                  WS-GDG-GEN-X     DELIMITED BY SIZE
             INTO WS-GDG-NEW-NAME
             ON OVERFLOW
                 MOVE 'Y' TO WS-GDG-OVERFLOW
           END-STRING.

      *** A fixed name too long to carry the suffix cannot be put
      *** under generations - the writer is refused rather than
      *** handed a clipped name nobody could find again.
           IF WS-GDG-OVERFLOW EQUAL 'Y'
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           ACCEPT WS-GDG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-GDG-TIME FROM TIME.

           ADD 1 TO WS-GDG-COUNT.
           MOVE WS-GDG-GEN-X    TO WS-GDG-ENTRY-GEN (WS-GDG-COUNT).
           MOVE WS-GDG-NEW-NAME TO WS-GDG-ENTRY-NAME (WS-GDG-COUNT).
           MOVE WS-GDG-DATE     TO WS-GDG-ENTRY-STAMP (WS-GDG-COUNT)
                                   (1:8).
           MOVE WS-GDG-TIME     TO WS-GDG-ENTRY-STAMP (WS-GDG-COUNT)
                                   (9:8).
           MOVE WS-GDG-GEN-X    TO WS-GDG-LAST.

           PERFORM 0200-APPLY-LIMIT THRU 0200-APPLY-LIMIT-EXIT.

           PERFORM 0300-WRITE-REGISTRY THRU 0300-WRITE-REGISTRY-EXIT.

           IF WS-GDG-REG-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-GDG-NEW-NAME  TO LS-GDG-FILE-NAME.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - a generation for a reader: zero the  ***
      *** current one, N the one N runs back. Further back than the ***
      *** registry reaches answers NOT-FOUND with the fixed name.   ***
      ******************************************************************
       ENTRY "REYDB_GDG_RESOLVE" USING LS-GDG-BASE-NAME
                                       LS-GDG-RELATIVE
                                       LS-GDG-FILE-NAME.

           MOVE LS-GDG-BASE-NAME TO LS-GDG-FILE-NAME.

           IF LS-GDG-BASE-NAME EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0050-DERIVE-NAME THRU 0050-DERIVE-NAME-EXIT.

           PERFORM 0100-LOAD-REGISTRY THRU 0100-LOAD-REGISTRY-EXIT.

      *** An output never defined has one generation - its fixed
      *** name - and nothing behind it.
           IF WS-GDG-DEFINED NOT EQUAL 'Y'
              IF LS-GDG-RELATIVE EQUAL ZERO
                 MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              ELSE
                 MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              END-IF
              GOBACK
           END-IF.

           IF LS-GDG-RELATIVE NOT LESS THAN WS-GDG-COUNT
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           COMPUTE WS-GDG-IDX = WS-GDG-COUNT - LS-GDG-RELATIVE.

           MOVE WS-GDG-ENTRY-NAME (WS-GDG-IDX) TO LS-GDG-FILE-NAME.
           MOVE WS-REYDB-SUCCESS               TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - puts an output under generations, or  ***
      *** changes its limit. A lowered limit rolls the excess off   ***
      *** on the spot, not at the next run.                         ***
      ******************************************************************
       ENTRY "REYDB_GDG_DEFINE" USING LS-GDG-BASE-NAME
                                      LS-GDG-LIMIT.

           IF LS-GDG-BASE-NAME EQUAL SPACE
           OR LS-GDG-LIMIT EQUAL ZERO
           OR LS-GDG-LIMIT GREATER THAN WS-GDG-MAX-LIMIT
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0050-DERIVE-NAME THRU 0050-DERIVE-NAME-EXIT.

           PERFORM 0100-LOAD-REGISTRY THRU 0100-LOAD-REGISTRY-EXIT.

           MOVE LS-GDG-LIMIT TO WS-GDG-LIMIT.

           PERFORM 0200-APPLY-LIMIT THRU 0200-APPLY-LIMIT-EXIT.

           PERFORM 0300-WRITE-REGISTRY THRU 0300-WRITE-REGISTRY-EXIT.

           IF WS-GDG-REG-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Derives the output's registry name - the fixed name plus  ***
      *** ".gdg", the same suffix convention every side file uses.  ***
      ******************************************************************
       0050-DERIVE-NAME.

           MOVE SPACE TO WS-GDG-REG-NAME.
           STRING LS-GDG-BASE-NAME DELIMITED BY SPACE
                  ".gdg"           DELIMITED BY SIZE
             INTO WS-GDG-REG-NAME.

       0050-DERIVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Loads the registry - the control row's figures and the    ***
      *** generations, oldest first. No registry means the output   ***
      *** was never put under generations.                          ***
      ******************************************************************
       0100-LOAD-REGISTRY.

           MOVE 'N'  TO WS-GDG-DEFINED WS-GDG-EOF.
           MOVE ZERO TO WS-GDG-COUNT WS-GDG-LIMIT WS-GDG-LAST.

           OPEN INPUT FC-GDG-REG.

           IF WS-GDG-REG-FILE-STATUS NOT EQUAL "00"
              GO TO 0100-LOAD-REGISTRY-EXIT
           END-IF.

           PERFORM UNTIL WS-GDG-EOF EQUAL 'S'

               READ FC-GDG-REG

               AT END
                   MOVE 'S' TO WS-GDG-EOF

               NOT AT END
                   EVALUATE TRUE
                       WHEN FS-GDG-REG-IS-CONTROL
                           MOVE 'Y'              TO WS-GDG-DEFINED
                           MOVE FS-GDG-REG-LIMIT TO WS-GDG-LIMIT
                           MOVE FS-GDG-REG-GEN   TO WS-GDG-LAST
                       WHEN FS-GDG-REG-IS-GENERATION
                           AND WS-GDG-COUNT LESS THAN 100
                           ADD 1 TO WS-GDG-COUNT
                           MOVE FS-GDG-REG-GEN
                             TO WS-GDG-ENTRY-GEN (WS-GDG-COUNT)
                           MOVE FS-GDG-REG-NAME
                             TO WS-GDG-ENTRY-NAME (WS-GDG-COUNT)
                           MOVE FS-GDG-REG-STAMP
                             TO WS-GDG-ENTRY-STAMP (WS-GDG-COUNT)
                   END-EVALUATE
               END-READ

           END-PERFORM.

           CLOSE FC-GDG-REG.

       0100-LOAD-REGISTRY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Rolls off generations beyond the limit, oldest first -    ***
      *** the file deleted, the gap in the table closed.            ***
      ******************************************************************
       0200-APPLY-LIMIT.

           PERFORM UNTIL WS-GDG-COUNT NOT GREATER THAN WS-GDG-LIMIT

               CALL "CBL_DELETE_FILE"
                   USING WS-GDG-ENTRY-NAME (1)
                   RETURNING WS-REYDB-DELETE-RC
               END-CALL

               MOVE 1 TO WS-GDG-IDX

               PERFORM UNTIL WS-GDG-IDX NOT LESS THAN WS-GDG-COUNT
                   MOVE WS-GDG-ENTRY (WS-GDG-IDX + 1)
                     TO WS-GDG-ENTRY (WS-GDG-IDX)
                   ADD 1 TO WS-GDG-IDX
               END-PERFORM

               SUBTRACT 1 FROM WS-GDG-COUNT

           END-PERFORM.

       0200-APPLY-LIMIT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Rewrites the registry - the control row, then the         ***
      *** generations still on disk.                                ***
      ******************************************************************
       0300-WRITE-REGISTRY.

           OPEN OUTPUT FC-GDG-REG.

           IF WS-GDG-REG-FILE-STATUS NOT EQUAL "00"
              GO TO 0300-WRITE-REGISTRY-EXIT
           END-IF.

           MOVE SPACE        TO FS-GDG-REG-RECORD.
           MOVE 'C'          TO FS-GDG-REG-KIND.
           MOVE WS-GDG-LAST  TO FS-GDG-REG-GEN.
           MOVE WS-GDG-LIMIT TO FS-GDG-REG-LIMIT.
           WRITE FS-GDG-REG-RECORD.

           MOVE 1 TO WS-GDG-IDX.

           PERFORM UNTIL WS-GDG-IDX GREATER THAN WS-GDG-COUNT
               MOVE SPACE TO FS-GDG-REG-RECORD
               MOVE 'G'   TO FS-GDG-REG-KIND
               MOVE WS-GDG-ENTRY-GEN (WS-GDG-IDX)   TO FS-GDG-REG-GEN
               MOVE ZERO                            TO FS-GDG-REG-LIMIT
               MOVE WS-GDG-ENTRY-NAME (WS-GDG-IDX)  TO FS-GDG-REG-NAME
               MOVE WS-GDG-ENTRY-STAMP (WS-GDG-IDX) TO FS-GDG-REG-STAMP
               WRITE FS-GDG-REG-RECORD
               ADD 1 TO WS-GDG-IDX
           END-PERFORM.

           CLOSE FC-GDG-REG.

       0300-WRITE-REGISTRY-EXIT.
           EXIT.
      ******************************************************************
