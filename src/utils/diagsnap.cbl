      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    diagsnap.cbl       ***
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
       PROGRAM-ID. REYDB_DIAG IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Diagnostic snapshots. A batch program that is about to     ***
      *** close its run-log bracket on a bad result first hands here ***
      *** what it knew when it gave up - database, result, last key, ***
      *** the status of each file it had open, its counters, its     ***
      *** checkpoint and its run parameters - and the lot is filed   ***
      *** on diagsnap.dat under the open run, the program and the    ***
      *** next sequence for the pair. The morning shift reads the    ***
      *** failure instead of rerunning it in test to find out.       ***
      ***                                                            ***
      *** REYDB_DIAG_LATEST answers a run's newest snapshot for a    ***
      *** program - REYDB_RUNLOG stamps it on the END record and the ***
      *** alert line. REYDB_DIAG_PRINT lists snapshots onto          ***
      *** diagsnap.rpt by the day they were taken, by run, or both,  ***
      *** ready to paste into the incident ticket.                   ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-diag.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-diag.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-diag.cpy".
       COPY "data/working/reydb-runid.cpy".

       77 WS-DIAG-DATE PIC 9(08) VALUE ZERO.
       77 WS-DIAG-TIME PIC 9(08) VALUE ZERO.

      *** The signed-on identity stamped on the snapshot.
       77 WS-DIAG-USER PIC X(08) VALUE SPACE.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The run and program whose snapshots are being counted, and
      *** the highest sequence found for them.
       77 WS-DIAG-FIND-RUN  PIC 9(09) VALUE ZERO.
       77 WS-DIAG-FIND-PROG PIC X(18) VALUE SPACE.
       77 WS-DIAG-LAST-SEQ  PIC 9(04) VALUE ZERO.

      *** The result rendered into words for the listing.
       77 WS-DIAG-CODE PIC 9(18) VALUE ZERO.
       77 WS-DIAG-TEXT PIC X(40) VALUE SPACE.

      *** Result of the CALL to REYDB_XLATE_RESULT.
       77 WS-REYDB-RESULT-XLATE PIC 9(18) VALUE ZERO.

       77 WS-DIAG-EOF     PIC X(01) VALUE 'N'.
       77 WS-DIAG-IDX     PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-DIAG-PRINTED PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-DIAG-EDIT-A  PIC Z(08)9.
       77 WS-DIAG-EDIT-B  PIC Z(08)9.
       77 WS-DIAG-EDIT-C  PIC Z(08)9.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

      *** The failing program, as its run-log bracket names it.
       77 LS-DIAG-PROGRAM PIC X(18) VALUE SPACE.

      *** What it knew - the shape of WS-DIAG-DETAIL in
      *** reydb-diag.cpy.
       01 LS-DIAG-DETAIL  PIC X(365).

      *** The run a snapshot belongs to, and its sequence there.
       77 LS-DIAG-RUN-ID  PIC 9(09) VALUE ZERO.
       77 LS-DIAG-SEQ     PIC 9(04) VALUE ZERO.

      *** The day to list, YYYYMMDD - zero lists every day.
       77 LS-DIAG-DATE    PIC 9(08) VALUE ZERO.

       77 LS-REYDB-RECORD-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE VALUE 99.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - files one snapshot under the open    ***
      *** run.                                                       ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-DIAG-PROGRAM
                                    LS-DIAG-DETAIL
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           ACCEPT WS-DIAG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DIAG-TIME FROM TIME.

           CALL "REYDB_RUNID" USING WS-RUNID-CURRENT
               RETURNING WS-REYDB-RESULT-RUNID
           END-CALL.

           MOVE SPACE TO WS-DIAG-USER.

           CALL "REYDB_WHOAMI" USING WS-DIAG-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           OPEN I-O FC-DIAG.

           IF WS-DIAG-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-DIAG
              CLOSE FC-DIAG
              OPEN I-O FC-DIAG
           END-IF.

           IF WS-DIAG-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-RUNID-CURRENT TO WS-DIAG-FIND-RUN.
           MOVE LS-DIAG-PROGRAM  TO WS-DIAG-FIND-PROG.

           PERFORM 1000-LAST-SEQ THRU 1000-LAST-SEQ-EXIT.

           MOVE WS-DIAG-FIND-RUN  TO FS-DIAG-RUN-ID.
           MOVE WS-DIAG-FIND-PROG TO FS-DIAG-PROGRAM.
           ADD 1 TO WS-DIAG-LAST-SEQ GIVING FS-DIAG-SEQ.
           MOVE WS-DIAG-DATE      TO FS-DIAG-TIMESTAMP (1:8).
           MOVE WS-DIAG-TIME      TO FS-DIAG-TIMESTAMP (9:8).
           MOVE WS-DIAG-USER      TO FS-DIAG-USER.
           MOVE LS-DIAG-DETAIL    TO FS-DIAG-DETAIL.

           WRITE FS-DIAG-RECORD
               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-WRITE.

           CLOSE FC-DIAG.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - a run's newest snapshot for one       ***
      *** program, zero when it took none.                           ***
      ******************************************************************
       ENTRY "REYDB_DIAG_LATEST" USING LS-DIAG-PROGRAM
                                       LS-DIAG-RUN-ID
                                       LS-DIAG-SEQ.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-DIAG-SEQ.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           OPEN INPUT FC-DIAG.

           IF WS-DIAG-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-DIAG-RUN-ID  TO WS-DIAG-FIND-RUN.
           MOVE LS-DIAG-PROGRAM TO WS-DIAG-FIND-PROG.

           PERFORM 1000-LAST-SEQ THRU 1000-LAST-SEQ-EXIT.

           CLOSE FC-DIAG.

           MOVE WS-DIAG-LAST-SEQ TO LS-DIAG-SEQ.

           IF WS-DIAG-LAST-SEQ EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the snapshot listing. A zero day and a ***
      *** zero run list everything; either one narrows it, both      ***
      *** narrow it to the pair.                                     ***
      ******************************************************************
       ENTRY "REYDB_DIAG_PRINT" USING LS-DIAG-DATE
                                      LS-DIAG-RUN-ID
                                      LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT WS-DIAG-PRINTED.

           OPEN INPUT FC-DIAG.

           IF WS-DIAG-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN OUTPUT FC-DIAGRPT.

           MOVE 'N' TO WS-DIAG-EOF.

      *** A run asked for is a key prefix - start right on it.
           IF LS-DIAG-RUN-ID GREATER THAN ZERO
              MOVE LS-DIAG-RUN-ID TO FS-DIAG-RUN-ID
              MOVE LOW-VALUE      TO FS-DIAG-PROGRAM
              MOVE ZERO           TO FS-DIAG-SEQ
              START FC-DIAG KEY IS NOT LESS THAN FS-DIAG-KEY
                  INVALID KEY
                      MOVE 'Y' TO WS-DIAG-EOF
              END-START
           END-IF.

           PERFORM UNTIL WS-DIAG-EOF EQUAL 'Y'

               READ FC-DIAG NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-DIAG-EOF

               NOT AT END
                   IF LS-DIAG-RUN-ID GREATER THAN ZERO
                      AND FS-DIAG-RUN-ID NOT EQUAL LS-DIAG-RUN-ID
                      MOVE 'Y' TO WS-DIAG-EOF
                   ELSE
                      IF LS-DIAG-DATE EQUAL ZERO
                      OR FS-DIAG-TIMESTAMP (1:8) EQUAL LS-DIAG-DATE
                         PERFORM 2000-PRINT-ONE THRU 2000-PRINT-ONE-EXIT
                      END-IF
                   END-IF

               END-READ

           END-PERFORM.

           MOVE SPACE           TO FS-DIAGRPT-RECORD.
           MOVE "*TOTAL*"       TO FS-DIAGRPT-CAPTION.
           MOVE WS-DIAG-PRINTED TO WS-DIAG-EDIT-A.
           STRING WS-DIAG-EDIT-A   DELIMITED BY SIZE
                  " SNAPSHOT(S)"   DELIMITED BY SIZE
             INTO FS-DIAGRPT-VALUE
           END-STRING.
           WRITE FS-DIAGRPT-RECORD.

           CLOSE FC-DIAG.
           CLOSE FC-DIAGRPT.

           MOVE WS-DIAG-PRINTED TO LS-REYDB-RECORD-COUNT.

           IF WS-DIAG-PRINTED EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The highest sequence already filed for WS-DIAG-FIND-RUN    ***
      *** and WS-DIAG-FIND-PROG, zero for none. FC-DIAG is open.     ***
      ******************************************************************
       1000-LAST-SEQ.

           MOVE ZERO TO WS-DIAG-LAST-SEQ.
           MOVE 'N'  TO WS-DIAG-EOF.

           MOVE WS-DIAG-FIND-RUN  TO FS-DIAG-RUN-ID.
           MOVE WS-DIAG-FIND-PROG TO FS-DIAG-PROGRAM.
           MOVE ZERO              TO FS-DIAG-SEQ.

           START FC-DIAG KEY IS NOT LESS THAN FS-DIAG-KEY
               INVALID KEY
                   GO TO 1000-LAST-SEQ-EXIT
           END-START.

           PERFORM UNTIL WS-DIAG-EOF EQUAL 'Y'

               READ FC-DIAG NEXT RECORD

               AT END
                   MOVE 'Y' TO WS-DIAG-EOF

               NOT AT END
                   IF FS-DIAG-RUN-ID  EQUAL WS-DIAG-FIND-RUN
                      AND FS-DIAG-PROGRAM EQUAL WS-DIAG-FIND-PROG
                      MOVE FS-DIAG-SEQ TO WS-DIAG-LAST-SEQ
                   ELSE
                      MOVE 'Y' TO WS-DIAG-EOF
                   END-IF

               END-READ

           END-PERFORM.

       1000-LAST-SEQ-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One snapshot onto the listing, a caption per line and a    ***
      *** blank line after it.                                       ***
      ******************************************************************
       2000-PRINT-ONE.

           ADD 1 TO WS-DIAG-PRINTED.

           MOVE SPACE          TO FS-DIAGRPT-RECORD.
           MOVE "SNAPSHOT"     TO FS-DIAGRPT-CAPTION.
           MOVE FS-DIAG-RUN-ID TO WS-DIAG-EDIT-A.
           STRING "RUN "          DELIMITED BY SIZE
                  WS-DIAG-EDIT-A  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  FS-DIAG-PROGRAM DELIMITED BY SPACE
                  " #"            DELIMITED BY SIZE
                  FS-DIAG-SEQ     DELIMITED BY SIZE
             INTO FS-DIAGRPT-VALUE
           END-STRING.
           WRITE FS-DIAGRPT-RECORD.

           MOVE SPACE      TO FS-DIAGRPT-RECORD.
           MOVE "TAKEN"    TO FS-DIAGRPT-CAPTION.
           STRING FS-DIAG-TIMESTAMP (1:8) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FS-DIAG-TIMESTAMP (9:6) DELIMITED BY SIZE
                  " BY "                  DELIMITED BY SIZE
                  FS-DIAG-USER            DELIMITED BY SIZE
             INTO FS-DIAGRPT-VALUE
           END-STRING.
           WRITE FS-DIAGRPT-RECORD.

           MOVE SPACE            TO FS-DIAGRPT-RECORD.
           MOVE "DATABASE"       TO FS-DIAGRPT-CAPTION.
           MOVE FS-DIAG-DATABASE TO FS-DIAGRPT-VALUE.
           WRITE FS-DIAGRPT-RECORD.

           MOVE FS-DIAG-RESULT TO WS-DIAG-CODE.

           CALL "REYDB_XLATE_RESULT" USING WS-DIAG-CODE
                                           WS-DIAG-TEXT
               RETURNING WS-REYDB-RESULT-XLATE
           END-CALL.

           MOVE SPACE      TO FS-DIAGRPT-RECORD.
           MOVE "RESULT"   TO FS-DIAGRPT-CAPTION.
           STRING FS-DIAG-RESULT DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-DIAG-TEXT   DELIMITED BY SIZE
             INTO FS-DIAGRPT-VALUE
           END-STRING.
           WRITE FS-DIAGRPT-RECORD.

           MOVE SPACE            TO FS-DIAGRPT-RECORD.
           MOVE "LAST KEY"       TO FS-DIAGRPT-CAPTION.
           MOVE FS-DIAG-LAST-KEY TO FS-DIAGRPT-VALUE.
           WRITE FS-DIAGRPT-RECORD.

           PERFORM VARYING WS-DIAG-IDX FROM 1 BY 1
                   UNTIL WS-DIAG-IDX GREATER THAN 6
               IF FS-DIAG-OPEN-NAME (WS-DIAG-IDX) NOT EQUAL SPACE
                  MOVE SPACE  TO FS-DIAGRPT-RECORD
                  MOVE "FILE" TO FS-DIAGRPT-CAPTION
                  STRING FS-DIAG-OPEN-NAME (WS-DIAG-IDX)
                                           DELIMITED BY SPACE
                         " STATUS "        DELIMITED BY SIZE
                         FS-DIAG-OPEN-STATUS (WS-DIAG-IDX)
                                           DELIMITED BY SIZE
                    INTO FS-DIAGRPT-VALUE
                  END-STRING
                  WRITE FS-DIAGRPT-RECORD
               END-IF
           END-PERFORM.

           MOVE SPACE            TO FS-DIAGRPT-RECORD.
           MOVE "COUNTERS"       TO FS-DIAGRPT-CAPTION.
           MOVE FS-DIAG-READ     TO WS-DIAG-EDIT-A.
           MOVE FS-DIAG-WRITTEN  TO WS-DIAG-EDIT-B.
           MOVE FS-DIAG-REJECTED TO WS-DIAG-EDIT-C.
           STRING "READ "      DELIMITED BY SIZE
                  WS-DIAG-EDIT-A DELIMITED BY SIZE
                  " WRITTEN "  DELIMITED BY SIZE
                  WS-DIAG-EDIT-B DELIMITED BY SIZE
                  " REJECTED " DELIMITED BY SIZE
                  WS-DIAG-EDIT-C DELIMITED BY SIZE
             INTO FS-DIAGRPT-VALUE
           END-STRING.
           WRITE FS-DIAGRPT-RECORD.

           MOVE SPACE              TO FS-DIAGRPT-RECORD.
           MOVE "CHECKPOINT"       TO FS-DIAGRPT-CAPTION.
           MOVE FS-DIAG-CHECKPOINT TO FS-DIAGRPT-VALUE.
           WRITE FS-DIAGRPT-RECORD.

           MOVE SPACE         TO FS-DIAGRPT-RECORD.
           MOVE "PARAMETERS"  TO FS-DIAGRPT-CAPTION.
           MOVE FS-DIAG-PARMS TO FS-DIAGRPT-VALUE.
           WRITE FS-DIAGRPT-RECORD.

           MOVE SPACE TO FS-DIAGRPT-RECORD.
           WRITE FS-DIAGRPT-RECORD.

       2000-PRINT-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-DIAG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DIAGRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
