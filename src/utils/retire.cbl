      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    retire.cbl         ***
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
       PROGRAM-ID. REYDB_RETIRE IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** The retired-key registry - every key a REMOVE, PURGE,      ***
      *** ERASE or EXPIRE took off a database, so a new record that  ***
      *** turns up under an old key is not mistaken downstream for   ***
      *** the one that went.                                         ***
      ***                                                            ***
      *** REYDB_RETIRE files a key as it goes; REYDB_RETIRE_CLEAR    ***
      *** takes it off again when UNDELETE revives it.               ***
      *** REYDB_RETIRE_QUARANTINE sets how many days a database's    ***
      *** retired keys stay barred (administrators only; zero lifts  ***
      *** it, 99999 bars them for good). ADD, MANY, LOAD and         ***
      *** REKEY_MAP ask REYDB_RETIRE_CHECK before they write and     ***
      *** refuse a barred key with KEY-RETIRED. REYDB_RETIRE_INQUIRE ***
      *** answers for one key, and REYDB_RETIRE_REPORT lists a       ***
      *** database's retired keys onto retired.rpt.                  ***
      ***                                                            ***
      *** A database with no quarantine set still has its keys       ***
      *** recorded, but nothing is barred - it behaves as it always  ***
      *** did until somebody sets one.                               ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-retire.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-retire.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-retire.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** Who is asking, as the security journal names it.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_RETIRE".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-RTR-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Who retired the key, and when.
       77 WS-RTR-USER            PIC X(08) VALUE SPACE.
       77 WS-REYDB-RESULT-WHOAMI PIC 9(18) VALUE ZERO.
       77 WS-RTR-DATE            PIC 9(08) VALUE ZERO.
       77 WS-RTR-TIME            PIC 9(08) VALUE ZERO.
       77 WS-RTR-STAMP           PIC X(16) VALUE SPACE.

      *** Only an administrator sets a quarantine.
       77 WS-AUTH-LEVEL-ADMIN  PIC X(01) VALUE 'A'.
       77 WS-REYDB-RESULT-AUTH PIC 9(18) VALUE ZERO.

      *** The database's quarantine in days - zero when none is set.
       77 WS-RTR-DAYS PIC 9(05) VALUE ZERO.
          88 WS-RTR-IS-FOREVER VALUE 99999.

      *** Days the key in hand stays barred - zero once released.
       77 WS-RTR-LEFT PIC 9(09) COMP-5 VALUE ZERO.

      *** Calendar date broken out for the day-number arithmetic.
       01 WS-RTR-CAL.
          02 WS-RTR-CAL-YEAR  PIC 9(04).
          02 WS-RTR-CAL-MONTH PIC 9(02).
          02 WS-RTR-CAL-DAY   PIC 9(02).
       01 WS-RTR-CAL-N REDEFINES WS-RTR-CAL PIC 9(08).

       77 WS-RTR-DAYNUM  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RTR-TODAYNO PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RTR-Y       PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RTR-M       PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RTR-TERM    PIC 9(09) COMP-5 VALUE ZERO.

      *** An edited figure for a listing line.
       77 WS-RTR-EDIT PIC Z(04)9 VALUE ZERO.

       77 WS-RTR-LINES PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-RTR-EOF   PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.
       77 LS-REYDB-KEY           PIC X(18) VALUE SPACE.

      *** Which delete retired the key - REMOVE, PURGE, ERASE or
      *** EXPIRE.
       77 LS-RETIRE-HOW PIC X(08) VALUE SPACE.

      *** A database's quarantine in days.
       77 LS-RETIRE-DAYS PIC 9(05) VALUE ZERO.

      *** 'Y' when the key is retired and still barred.
       77 LS-RETIRE-IS-RETIRED PIC X(01) VALUE 'N'.

      *** What an inquiry answers - the day the key went, what took
      *** it, and how many days it stays barred.
       77 LS-RETIRE-DATE      PIC 9(08) VALUE ZERO.
       77 LS-RETIRE-DAYS-LEFT PIC 9(05) VALUE ZERO.

       77 LS-REYDB-LINE-COUNT PIC 9(05) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - files one key as retired by the      ***
      *** named delete. A key retired before is refreshed, so its    ***
      *** quarantine runs from the latest delete.                    ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-REYDB-KEY
                                    LS-RETIRE-HOW
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-KEY EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 0200-STAMP        THRU 0200-STAMP-EXIT.

           OPEN I-O FC-RETIRED.

      *** First key ever retired - retired.dat does not exist yet.
           IF WS-RETIRED-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-RETIRED
              CLOSE FC-RETIRED
              OPEN I-O FC-RETIRED
           END-IF.

           MOVE WS-RTR-RESOLVED-NAME TO FS-RETIRED-DATABASE.
           MOVE LS-REYDB-KEY         TO FS-RETIRED-RECKEY.
           MOVE WS-RTR-DATE          TO FS-RETIRED-DATE.
           MOVE LS-RETIRE-HOW        TO FS-RETIRED-HOW.
           MOVE WS-RTR-USER          TO FS-RETIRED-USER.
           MOVE WS-RTR-STAMP         TO FS-RETIRED-TS.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           WRITE FS-RETIRED-RECORD
           INVALID KEY *> Retired before - restart its quarantine
               REWRITE FS-RETIRED-RECORD
               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
               END-REWRITE
           END-WRITE.

           CLOSE FC-RETIRED.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - takes a key off the registry, for an  ***
      *** UNDELETE that brought the record back.                     ***
      ******************************************************************
       ENTRY "REYDB_RETIRE_CLEAR" USING LS-REYDB-DATABASE-NAME
                                        LS-REYDB-KEY.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-RETIRED.

           IF WS-RETIRED-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           MOVE WS-RTR-RESOLVED-NAME TO FS-RETIRED-DATABASE.
           MOVE LS-REYDB-KEY         TO FS-RETIRED-RECKEY.

           DELETE FC-RETIRED RECORD
           INVALID KEY *> Was never retired - not an error
               CONTINUE
           END-DELETE.

           CLOSE FC-RETIRED.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - sets how many days a database's        ***
      *** retired keys stay barred. Zero lifts the quarantine; the   ***
      *** keys stay recorded.                                        ***
      ******************************************************************
       ENTRY "REYDB_RETIRE_QUARANTINE" USING LS-REYDB-DATABASE-NAME
                                             LS-RETIRE-DAYS.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-RETIRE-DAYS NOT NUMERIC
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0300-ADMIN-CHECK THRU 0300-ADMIN-CHECK-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 0200-STAMP        THRU 0200-STAMP-EXIT.

           OPEN I-O FC-RETQUAR.

           IF WS-RETQUAR-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-RETQUAR
              CLOSE FC-RETQUAR
              OPEN I-O FC-RETQUAR
           END-IF.

           MOVE WS-RTR-RESOLVED-NAME TO FS-RETQUAR-DATABASE.

           IF LS-RETIRE-DAYS EQUAL ZERO

               DELETE FC-RETQUAR RECORD
               INVALID KEY *> Had none - not an error
                   CONTINUE
               END-DELETE

           ELSE

               MOVE LS-RETIRE-DAYS TO FS-RETQUAR-DAYS
               MOVE WS-RTR-USER    TO FS-RETQUAR-SET-BY
               MOVE WS-RTR-STAMP   TO FS-RETQUAR-SET-TS

               WRITE FS-RETQUAR-RECORD
               INVALID KEY *> Already set - reset it
                   REWRITE FS-RETQUAR-RECORD
                   INVALID KEY
                       MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
                   END-REWRITE
               END-WRITE

           END-IF.

           CLOSE FC-RETQUAR.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - may a new record take this key. 'Y'   ***
      *** only when the key is on the registry and its database's    ***
      *** quarantine has not run out.                                ***
      ******************************************************************
       ENTRY "REYDB_RETIRE_CHECK" USING LS-REYDB-DATABASE-NAME
                                        LS-REYDB-KEY
                                        LS-RETIRE-IS-RETIRED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N'              TO LS-RETIRE-IS-RETIRED.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 1000-QUARANTINE   THRU 1000-QUARANTINE-EXIT.

      *** No quarantine - nothing is barred, so nothing to look up.
           IF WS-RTR-DAYS EQUAL ZERO
              GOBACK
           END-IF.

           OPEN INPUT FC-RETIRED.

           IF WS-RETIRED-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           MOVE WS-RTR-RESOLVED-NAME TO FS-RETIRED-DATABASE.
           MOVE LS-REYDB-KEY         TO FS-RETIRED-RECKEY.

           READ FC-RETIRED KEY IS FS-RETIRED-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM 2000-DAYS-LEFT THRU 2000-DAYS-LEFT-EXIT
               IF WS-RTR-LEFT GREATER THAN ZERO
                  MOVE 'Y' TO LS-RETIRE-IS-RETIRED
               END-IF
           END-READ.

           CLOSE FC-RETIRED.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - what the registry holds for one key:   ***
      *** the day it went, the delete that took it, and the days it  ***
      *** stays barred (zero once released or with no quarantine).   ***
      *** A key never retired comes back NOT-FOUND.                  ***
      ******************************************************************
       ENTRY "REYDB_RETIRE_INQUIRE" USING LS-REYDB-DATABASE-NAME
                                          LS-REYDB-KEY
                                          LS-RETIRE-DATE
                                          LS-RETIRE-HOW
                                          LS-RETIRE-DAYS-LEFT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO  TO LS-RETIRE-DATE LS-RETIRE-DAYS-LEFT.
           MOVE SPACE TO LS-RETIRE-HOW.
           MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 1000-QUARANTINE   THRU 1000-QUARANTINE-EXIT.

           OPEN INPUT FC-RETIRED.

           IF WS-RETIRED-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           MOVE WS-RTR-RESOLVED-NAME TO FS-RETIRED-DATABASE.
           MOVE LS-REYDB-KEY         TO FS-RETIRED-RECKEY.

           READ FC-RETIRED KEY IS FS-RETIRED-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM 2000-DAYS-LEFT THRU 2000-DAYS-LEFT-EXIT
               MOVE FS-RETIRED-DATE TO LS-RETIRE-DATE
               MOVE FS-RETIRED-HOW  TO LS-RETIRE-HOW
               MOVE WS-RTR-LEFT     TO LS-RETIRE-DAYS-LEFT
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-READ.

           CLOSE FC-RETIRED.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixth entry point - every key a database has retired onto  ***
      *** retired.rpt, each marked BARRED with the days it has left  ***
      *** or RELEASED.                                               ***
      ******************************************************************
       ENTRY "REYDB_RETIRE_REPORT" USING LS-REYDB-DATABASE-NAME
                                         LS-REYDB-LINE-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 1000-QUARANTINE   THRU 1000-QUARANTINE-EXIT.

           MOVE ZERO TO WS-RTR-LINES.
           MOVE 'N'  TO WS-RTR-EOF.

           OPEN OUTPUT FC-RETRPT.
           OPEN INPUT  FC-RETIRED.

           IF WS-RETIRED-FILE-STATUS EQUAL "00"

              MOVE WS-RTR-RESOLVED-NAME TO FS-RETIRED-DATABASE
              MOVE LOW-VALUES           TO FS-RETIRED-RECKEY

              START FC-RETIRED KEY IS GREATER THAN FS-RETIRED-KEY
              INVALID KEY
                  MOVE 'S' TO WS-RTR-EOF
              END-START

              PERFORM UNTIL WS-RTR-EOF EQUAL 'S'
                  READ FC-RETIRED NEXT RECORD
                  AT END
                      MOVE 'S' TO WS-RTR-EOF
                  NOT AT END
                      IF FS-RETIRED-DATABASE
                         NOT EQUAL WS-RTR-RESOLVED-NAME
                         MOVE 'S' TO WS-RTR-EOF
                      ELSE
                         PERFORM 3000-LIST-KEY THRU 3000-LIST-KEY-EXIT
                      END-IF
                  END-READ
              END-PERFORM

              CLOSE FC-RETIRED

           END-IF.

           CLOSE FC-RETRPT.

           MOVE WS-RTR-LINES     TO LS-REYDB-LINE-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once, so   ***
      *** every entry point files and finds keys under one spelling. ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-RTR-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-RTR-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Today, now, and who is signed on - SPACE when nobody is.   ***
      ******************************************************************
       0200-STAMP.

           ACCEPT WS-RTR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RTR-TIME FROM TIME.

           MOVE WS-RTR-DATE TO WS-RTR-STAMP (1:8).
           MOVE WS-RTR-TIME TO WS-RTR-STAMP (9:8).

           MOVE SPACE TO WS-RTR-USER.

           CALL "REYDB_WHOAMI" USING WS-RTR-USER
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

       0200-STAMP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Setting a quarantine needs administrator access on the     ***
      *** database; a refusal is journaled like any other.           ***
      ******************************************************************
       0300-ADMIN-CHECK.

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
      *** Day number of the date in WS-RTR-CAL, counted so that two  ***
      *** of them subtract to the days between.                      ***
      ******************************************************************
       0400-DAY-NUMBER.

           MOVE WS-RTR-CAL-YEAR  TO WS-RTR-Y.
           MOVE WS-RTR-CAL-MONTH TO WS-RTR-M.

           IF WS-RTR-M LESS THAN 3
              SUBTRACT 1 FROM WS-RTR-Y
              ADD 12 TO WS-RTR-M
           END-IF.

           MULTIPLY WS-RTR-Y BY 365 GIVING WS-RTR-DAYNUM.

           DIVIDE WS-RTR-Y BY 4 GIVING WS-RTR-TERM.
           ADD WS-RTR-TERM TO WS-RTR-DAYNUM.

           DIVIDE WS-RTR-Y BY 100 GIVING WS-RTR-TERM.
           SUBTRACT WS-RTR-TERM FROM WS-RTR-DAYNUM.

           DIVIDE WS-RTR-Y BY 400 GIVING WS-RTR-TERM.
           ADD WS-RTR-TERM TO WS-RTR-DAYNUM.

           COMPUTE WS-RTR-TERM = (153 * (WS-RTR-M - 3)) + 2.
           DIVIDE WS-RTR-TERM BY 5 GIVING WS-RTR-TERM.
           ADD WS-RTR-TERM TO WS-RTR-DAYNUM.

           ADD WS-RTR-CAL-DAY TO WS-RTR-DAYNUM.

       0400-DAY-NUMBER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The database's quarantine into WS-RTR-DAYS - zero when     ***
      *** none is set - and today's day number alongside it.         ***
      ******************************************************************
       1000-QUARANTINE.

           MOVE ZERO TO WS-RTR-DAYS.

           ACCEPT WS-RTR-DATE FROM DATE YYYYMMDD.
           MOVE WS-RTR-DATE TO WS-RTR-CAL-N.
           PERFORM 0400-DAY-NUMBER THRU 0400-DAY-NUMBER-EXIT.
           MOVE WS-RTR-DAYNUM TO WS-RTR-TODAYNO.

           OPEN INPUT FC-RETQUAR.

           IF WS-RETQUAR-FILE-STATUS NOT EQUAL "00"
              GO TO 1000-QUARANTINE-EXIT
           END-IF.

           MOVE WS-RTR-RESOLVED-NAME TO FS-RETQUAR-DATABASE.

           READ FC-RETQUAR KEY IS FS-RETQUAR-DATABASE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-RETQUAR-DAYS TO WS-RTR-DAYS
           END-READ.

           CLOSE FC-RETQUAR.

       1000-QUARANTINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Days the retired key in hand stays barred - the quarantine ***
      *** counted from the day it went, less the days since. Zero    ***
      *** when it has run out or none is set; 99999 never runs out.  ***
      ******************************************************************
       2000-DAYS-LEFT.

           MOVE ZERO TO WS-RTR-LEFT.

           IF WS-RTR-DAYS EQUAL ZERO
              GO TO 2000-DAYS-LEFT-EXIT
           END-IF.

           IF WS-RTR-IS-FOREVER
              MOVE WS-RTR-DAYS TO WS-RTR-LEFT
              GO TO 2000-DAYS-LEFT-EXIT
           END-IF.

           MOVE FS-RETIRED-DATE TO WS-RTR-CAL-N.
           PERFORM 0400-DAY-NUMBER THRU 0400-DAY-NUMBER-EXIT.
           ADD WS-RTR-DAYS TO WS-RTR-DAYNUM.

           IF WS-RTR-DAYNUM GREATER THAN WS-RTR-TODAYNO
              SUBTRACT WS-RTR-TODAYNO FROM WS-RTR-DAYNUM
                GIVING WS-RTR-LEFT
           END-IF.

       2000-DAYS-LEFT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One retired key's listing line.                            ***
      ******************************************************************
       3000-LIST-KEY.

           PERFORM 2000-DAYS-LEFT THRU 2000-DAYS-LEFT-EXIT.

           MOVE SPACE             TO FS-RETRPT-RECORD.
           MOVE FS-RETIRED-RECKEY TO FS-RETRPT-RECKEY.
           MOVE FS-RETIRED-DATE   TO FS-RETRPT-DATE.
           MOVE FS-RETIRED-HOW    TO FS-RETRPT-HOW.
           MOVE FS-RETIRED-USER   TO FS-RETRPT-USER.

           IF WS-RTR-LEFT EQUAL ZERO
              MOVE "RELEASED" TO FS-RETRPT-STATE
           ELSE
              IF WS-RTR-IS-FOREVER
                 MOVE "BARRED"     TO FS-RETRPT-STATE
                 MOVE "EVER"       TO FS-RETRPT-DAYS-LEFT
              ELSE
                 MOVE "BARRED"     TO FS-RETRPT-STATE
                 MOVE WS-RTR-LEFT  TO WS-RTR-EDIT
                 MOVE WS-RTR-EDIT  TO FS-RETRPT-DAYS-LEFT
              END-IF
           END-IF.

           WRITE FS-RETRPT-RECORD.
           ADD 1 TO WS-RTR-LINES.

       3000-LIST-KEY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-RETIRED-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RETQUAR-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RETRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
