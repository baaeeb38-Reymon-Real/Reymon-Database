      *** Author:  Reymon Dev         ***
      *** File:    hold.cbl          ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_HOLD".
       COPY "data/working/reydb-hold.cpy".
       COPY "data/working/reydb-sod.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
      ******************************************************************

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** A hold with no key holds nothing, and one with no case
      *** reference cannot be answered for at the review.
           IF LS-HOLD-KEY-LO EQUAL SPACE
       ENTRY "REYDB_HOLD_RELEASE" USING LS-REYDB-DATABASE-NAME
                                        LS-HOLD-KEY-LO.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** Lifting a hold is the HOLDREL role's - once anybody holds
      *** it, nobody else frees data for destruction.
           CALL "REYDB_ROLE_CHECK" USING WS-ROLE-HOLD-REL
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               LS-HOLD-KEY-LO
                                               WS-SECJRNL-NO-ROLE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-HOLD.
                                      LS-HOLD-KEY-LO
                                      LS-HOLD-IS-HELD.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N' TO LS-HOLD-IS-HELD.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
      ******************************************************************
       ENTRY "REYDB_HOLD_REPORT" USING LS-REYDB-HOLD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE 'N'  TO WS-HOLD-EOF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-HOLD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-HOLD-RPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
