      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    runid.cbl          ***
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
       PROGRAM-ID. REYDB_RUNID.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Run identifiers. REYDB_RUNLOG's START bracket opens a run  ***
      *** through REYDB_RUNID_OPEN, which issues the next number off ***
      *** runid.dat; its END bracket closes it through               ***
      *** REYDB_RUNID_CLOSE. In between, REYDB_RUNID hands the open  ***
      *** run's number to anyone who asks - REYDB_AUDIT stamps it on ***
      *** every trail row, so REYDB_BACKOUT can find exactly what    ***
      *** one job changed.                                           ***
      ***                                                            ***
      *** A bracketed program that calls another bracketed program   ***
      *** does not start a second run - the inner START only deepens ***
      *** the one already open, and everything lands under the      ***
      *** outer job's number. A change made with no run open is      ***
      *** stamped zero.                                              ***
      ***                                                            ***
      *** Deliberately NOT "IS INITIAL" - the open run has to        ***
      *** survive between the START bracket and every trail row      ***
      *** written before the END, the same reason REYDB_SIGNON keeps ***
      *** its identity.                                              ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-runid.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-runid.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-runid.cpy".

      *** The run open in this run unit, and how many brackets deep
      *** it is - zero depth means no run is open.
       77 WS-RUNID-OPEN  PIC 9(09) VALUE ZERO.
       77 WS-RUNID-DEPTH PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-RUNID-DATE PIC 9(08) VALUE ZERO.
       77 WS-RUNID-TIME PIC 9(08) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

      *** The run identifier handed back - zero when no run is open.
       77 LS-RUNID PIC 9(09) VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE VALUE 99.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - the run open right now, zero when    ***
      *** none is.                                                   ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-RUNID
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-RUNID-OPEN    TO LS-RUNID.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - opens a run. The outermost bracket    ***
      *** draws the next number; a nested one joins the run already ***
      *** open.                                                      ***
      ******************************************************************
       ENTRY "REYDB_RUNID_OPEN" USING LS-RUNID.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           IF WS-RUNID-DEPTH EQUAL ZERO
              PERFORM 1000-NEXT-NUMBER THRU 1000-NEXT-NUMBER-EXIT
           END-IF.

           ADD 1 TO WS-RUNID-DEPTH.

           MOVE WS-RUNID-OPEN TO LS-RUNID.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - closes one bracket. The outermost      ***
      *** closing ends the run, and changes after it are stamped     ***
      *** zero again.                                                ***
      ******************************************************************
       ENTRY "REYDB_RUNID_CLOSE".

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           IF WS-RUNID-DEPTH GREATER THAN ZERO
              SUBTRACT 1 FROM WS-RUNID-DEPTH
           END-IF.

           IF WS-RUNID-DEPTH EQUAL ZERO
              MOVE ZERO TO WS-RUNID-OPEN
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Draws the next run identifier off runid.dat and writes the ***
      *** counter back, creating the file with the first run ever.   ***
      ******************************************************************
       1000-NEXT-NUMBER.

           ACCEPT WS-RUNID-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNID-TIME FROM TIME.

           OPEN I-O FC-RUNID.

           IF WS-RUNID-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-RUNID
              MOVE 1             TO FS-RUNID-LAST
              MOVE WS-RUNID-DATE TO FS-RUNID-ISSUED-TS (1:8)
              MOVE WS-RUNID-TIME TO FS-RUNID-ISSUED-TS (9:8)
              WRITE FS-RUNID-RECORD
              CLOSE FC-RUNID
              MOVE 1 TO WS-RUNID-OPEN
              GO TO 1000-NEXT-NUMBER-EXIT
           END-IF.

           READ FC-RUNID.

           IF WS-RUNID-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-RUNID
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GO TO 1000-NEXT-NUMBER-EXIT
           END-IF.

           ADD 1 TO FS-RUNID-LAST.
           MOVE WS-RUNID-DATE TO FS-RUNID-ISSUED-TS (1:8).
           MOVE WS-RUNID-TIME TO FS-RUNID-ISSUED-TS (9:8).

           REWRITE FS-RUNID-RECORD.

           IF WS-RUNID-FILE-STATUS EQUAL "00"
              MOVE FS-RUNID-LAST TO WS-RUNID-OPEN
           ELSE
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
           END-IF.

           CLOSE FC-RUNID.

       1000-NEXT-NUMBER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-RUNID-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
