      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    environ.cbl        ***
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
       PROGRAM-ID. REYDB_ENV.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Environment-qualified file names. Every fixed control and  ***
      *** report file (catalog.dat, runlog.dat, spool.dat and the    ***
      *** rest) is opened through a name item rather than a literal, ***
      *** and each program hands those items to REYDB_ENV_NAME       ***
      *** before it opens anything - the name comes back prefixed    ***
      *** with the directory/prefix of the environment in force, so  ***
      *** PROD, UAT and DEV can run side by side on one machine      ***
      *** without one's run-log landing in another's.                ***
      ***                                                            ***
      *** The environment in force and each one's prefix come from   ***
      *** the single parameter record in reydb.env. No record on     ***
      *** disk means no environment, and every name stays exactly as ***
      *** it was written - the layout every shop had before.         ***
      ***                                                            ***
      *** REYDB_ENV_OWNER answers which environment a name belongs   ***
      *** to (the longest prefix it starts with, or the environment  ***
      *** in force for an unqualified one) - REYDB_PREFLIGHT's test  ***
      *** for a deck step pointed at another environment's database. ***
      ***                                                            ***
      *** Deliberately NOT "IS INITIAL" - the record is read once    ***
      *** per run unit, not once per file name, the same reason      ***
      *** REYDB_RUNID keeps its open run. REYDB_ENV_DEFINE and       ***
      *** REYDB_ENV_ACTIVATE rewrite it and read it afresh.          ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-env.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-env.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".

      *** 'Y' once the parameter record has been read in this run
      *** unit - an absent record counts as read.
       77 WS-ENV-LOADED PIC X(01) VALUE 'N'.

      *** The parameter record as read, kept past the CLOSE.
       01 WS-ENV-RECORD.
          02 WS-ENV-ACTIVE PIC X(04) VALUE SPACE.
          02 WS-ENV-ENTRY OCCURS 8 TIMES.
             03 WS-ENV-TAB-CODE   PIC X(04).
             03 WS-ENV-TAB-PREFIX PIC X(48).

      *** The environment in force's prefix and its length - zero
      *** length leaves every name alone.
       77 WS-ENV-ACTIVE-PREFIX PIC X(48) VALUE SPACE.
       77 WS-ENV-ACTIVE-LEN    PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-ENV-IX       PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ENV-SLOT     PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ENV-LEN      PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-ENV-BEST-LEN PIC 9(04) COMP-5 VALUE ZERO.

      *** The code 1100-FIND-SLOT looks for.
       77 WS-ENV-FIND-CODE PIC X(04) VALUE SPACE.

       77 WS-ENV-WORK-NAME PIC X(64) VALUE SPACE.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

      *** An environment code - PROD, UAT, DEV or any other four
      *** characters the shop settles on.
       77 LS-ENV-CODE PIC X(04) VALUE SPACE.

      *** The directory/prefix an environment's fixed files live
      *** under, taken literally - "/srv/reydb/uat/" or "uat_".
       77 LS-ENV-PREFIX PIC X(48) VALUE SPACE.

      *** The file name to qualify or to place in an environment.
       77 LS-ENV-FILE-NAME PIC X(64) VALUE SPACE.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE VALUE 99.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - the environment in force and its     ***
      *** prefix. NOT-FOUND when there is no parameter record.       ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-ENV-CODE
                                    LS-ENV-PREFIX
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
           PERFORM 1000-LOAD THRU 1000-LOAD-EXIT.

           MOVE WS-ENV-ACTIVE        TO LS-ENV-CODE.
           MOVE WS-ENV-ACTIVE-PREFIX TO LS-ENV-PREFIX.

           IF WS-ENV-ACTIVE EQUAL SPACE
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-SUCCESS   TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - qualifies one fixed file name for the ***
      *** environment in force. A name already carrying the prefix   ***
      *** is left alone, so a program qualifying its names on every  ***
      *** entry never doubles one up.                                ***
      ******************************************************************
       ENTRY "REYDB_ENV_NAME" USING LS-ENV-FILE-NAME.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 1000-LOAD THRU 1000-LOAD-EXIT.

           IF WS-ENV-ACTIVE-LEN EQUAL ZERO
              OR LS-ENV-FILE-NAME EQUAL SPACE
              GOBACK
           END-IF.

           IF LS-ENV-FILE-NAME (1:WS-ENV-ACTIVE-LEN)
              EQUAL WS-ENV-ACTIVE-PREFIX (1:WS-ENV-ACTIVE-LEN)
              GOBACK
           END-IF.

           MOVE SPACE TO WS-ENV-WORK-NAME.
           STRING WS-ENV-ACTIVE-PREFIX (1:WS-ENV-ACTIVE-LEN)
                                    DELIMITED BY SIZE
                  LS-ENV-FILE-NAME  DELIMITED BY SPACE
             INTO WS-ENV-WORK-NAME
             ON OVERFLOW
                MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
           END-STRING.

      *** A name too long to carry its prefix stays as written - the
      *** OPEN then fails on it plainly rather than on a cut name.
           IF LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
              MOVE WS-ENV-WORK-NAME TO LS-ENV-FILE-NAME
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the environment a file name belongs    ***
      *** to: the one whose prefix it starts with (the longest, when ***
      *** one prefix sits inside another), or the environment in     ***
      *** force for a name carrying no prefix at all.                ***
      ******************************************************************
       ENTRY "REYDB_ENV_OWNER" USING LS-ENV-FILE-NAME
                                     LS-ENV-CODE.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 1000-LOAD THRU 1000-LOAD-EXIT.

           MOVE WS-ENV-ACTIVE TO LS-ENV-CODE.
           MOVE ZERO          TO WS-ENV-BEST-LEN.

           PERFORM VARYING WS-ENV-IX FROM 1 BY 1
                   UNTIL WS-ENV-IX GREATER THAN 8

               IF WS-ENV-TAB-CODE (WS-ENV-IX) NOT EQUAL SPACE
                  AND WS-ENV-TAB-PREFIX (WS-ENV-IX) NOT EQUAL SPACE

                  MOVE ZERO TO WS-ENV-LEN
                  INSPECT WS-ENV-TAB-PREFIX (WS-ENV-IX)
                      TALLYING WS-ENV-LEN
                      FOR CHARACTERS BEFORE INITIAL SPACE

                  IF WS-ENV-LEN GREATER THAN WS-ENV-BEST-LEN
                     AND LS-ENV-FILE-NAME (1:WS-ENV-LEN)
                     EQUAL WS-ENV-TAB-PREFIX (WS-ENV-IX) (1:WS-ENV-LEN)
                     MOVE WS-ENV-LEN TO WS-ENV-BEST-LEN
                     MOVE WS-ENV-TAB-CODE (WS-ENV-IX) TO LS-ENV-CODE
                  END-IF

               END-IF

           END-PERFORM.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - defines (or re-points) one            ***
      *** environment's prefix. The first environment ever defined   ***
      *** becomes the one in force.                                  ***
      ******************************************************************
       ENTRY "REYDB_ENV_DEFINE" USING LS-ENV-CODE
                                      LS-ENV-PREFIX.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           IF LS-ENV-CODE EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 1000-LOAD THRU 1000-LOAD-EXIT.

           MOVE LS-ENV-CODE TO WS-ENV-FIND-CODE.
           PERFORM 1100-FIND-SLOT THRU 1100-FIND-SLOT-EXIT.

      *** Not defined yet - the first free slot takes it.
           IF WS-ENV-SLOT EQUAL ZERO
              PERFORM VARYING WS-ENV-IX FROM 1 BY 1
                      UNTIL WS-ENV-IX GREATER THAN 8
                         OR WS-ENV-SLOT NOT EQUAL ZERO
                  IF WS-ENV-TAB-CODE (WS-ENV-IX) EQUAL SPACE
                     MOVE WS-ENV-IX TO WS-ENV-SLOT
                  END-IF
              END-PERFORM
           END-IF.

           IF WS-ENV-SLOT EQUAL ZERO
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-ENV-CODE   TO WS-ENV-TAB-CODE (WS-ENV-SLOT).
           MOVE LS-ENV-PREFIX TO WS-ENV-TAB-PREFIX (WS-ENV-SLOT).

           IF WS-ENV-ACTIVE EQUAL SPACE
              MOVE LS-ENV-CODE TO WS-ENV-ACTIVE
           END-IF.

           PERFORM 2000-SAVE THRU 2000-SAVE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - puts a defined environment in force.   ***
      ******************************************************************
       ENTRY "REYDB_ENV_ACTIVATE" USING LS-ENV-CODE.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 1000-LOAD THRU 1000-LOAD-EXIT.

           MOVE LS-ENV-CODE TO WS-ENV-FIND-CODE.
           PERFORM 1100-FIND-SLOT THRU 1100-FIND-SLOT-EXIT.

           IF WS-ENV-SLOT EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-ENV-CODE TO WS-ENV-ACTIVE.

           PERFORM 2000-SAVE THRU 2000-SAVE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Reads the parameter record once per run unit and works out ***
      *** the prefix of the environment in force.                    ***
      ******************************************************************
       1000-LOAD.

           IF WS-ENV-LOADED EQUAL 'Y'
              GO TO 1000-LOAD-EXIT
           END-IF.

           MOVE 'Y'   TO WS-ENV-LOADED.
           MOVE SPACE TO WS-ENV-RECORD WS-ENV-ACTIVE-PREFIX.
           MOVE ZERO  TO WS-ENV-ACTIVE-LEN.

           OPEN INPUT FC-ENV.

      *** No parameter record - no environment, names as written.
           IF WS-ENV-FILE-STATUS NOT EQUAL "00"
              GO TO 1000-LOAD-EXIT
           END-IF.

           READ FC-ENV.

           IF WS-ENV-FILE-STATUS EQUAL "00"
              MOVE FS-ENV-RECORD TO WS-ENV-RECORD
           END-IF.

           CLOSE FC-ENV.

           MOVE WS-ENV-ACTIVE TO WS-ENV-FIND-CODE.
           PERFORM 1100-FIND-SLOT THRU 1100-FIND-SLOT-EXIT.

           IF WS-ENV-SLOT NOT EQUAL ZERO
              MOVE WS-ENV-TAB-PREFIX (WS-ENV-SLOT)
                TO WS-ENV-ACTIVE-PREFIX
              INSPECT WS-ENV-ACTIVE-PREFIX
                  TALLYING WS-ENV-ACTIVE-LEN
                  FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.

       1000-LOAD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The slot holding WS-ENV-FIND-CODE, zero when it is not     ***
      *** defined.                                                   ***
      ******************************************************************
       1100-FIND-SLOT.

           MOVE ZERO TO WS-ENV-SLOT.

           IF WS-ENV-FIND-CODE EQUAL SPACE
              GO TO 1100-FIND-SLOT-EXIT
           END-IF.

           PERFORM VARYING WS-ENV-IX FROM 1 BY 1
                   UNTIL WS-ENV-IX GREATER THAN 8
                      OR WS-ENV-SLOT NOT EQUAL ZERO
               IF WS-ENV-TAB-CODE (WS-ENV-IX) EQUAL WS-ENV-FIND-CODE
                  MOVE WS-ENV-IX TO WS-ENV-SLOT
               END-IF
           END-PERFORM.

       1100-FIND-SLOT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Writes the parameter record back whole and has the next    ***
      *** call read it afresh.                                       ***
      ******************************************************************
       2000-SAVE.

           OPEN OUTPUT FC-ENV.

           IF WS-ENV-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GO TO 2000-SAVE-EXIT
           END-IF.

           MOVE WS-ENV-RECORD TO FS-ENV-RECORD.
           WRITE FS-ENV-RECORD.

           IF WS-ENV-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
           END-IF.

           CLOSE FC-ENV.

           MOVE 'N' TO WS-ENV-LOADED.

       2000-SAVE-EXIT.
           EXIT.
      ******************************************************************
