      *** Author:  Reymon Dev         ***
      *** File:    drop.cbl           ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** CBL_DELETE_FILE call REYDB_SWAP_STAGE already makes when   ***
      *** it clears the way for a rebuilt file - here it is the      ***
      *** whole point rather than a step before a rename.            ***
      ***                                                            ***
      *** REYDB_IMPACT is asked first: while any control record      ***
      *** still names the database the drop is refused with          ***
      *** RI-RESTRICT and impact.rpt says what would break.          ***
      *** REYDB_DROP_FORCE skips that question for the operator who  ***
      *** has read it.                                               ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_DROP".
       COPY "data/working/reydb-utilauth.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-impact.cpy".

      *** 'Y' when entered through REYDB_DROP_FORCE - the impact
      *** check is skipped.
       77 WS-DROP-FORCED PIC X(01) VALUE 'N'.

      *** Result of the CALL to REYDB_UNCATALOG - the drop has
      *** already happened by the time this runs, so it is not
      ******************************************************************

      ******************************************************************
           MOVE 'N' TO WS-DROP-FORCED.

           PERFORM 1000-DROP THRU 1000-DROP-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - drops despite live references.        ***
      ******************************************************************
       ENTRY "REYDB_DROP_FORCE" USING LS-REYDB-DATABASE-NAME.

           MOVE 'Y' TO WS-DROP-FORCED.

           PERFORM 1000-DROP THRU 1000-DROP-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The drop itself, shared by both entry points.              ***
      ******************************************************************
       1000-DROP.

      *** May the signed-on user run this utility at all - the
      *** utility authority file answers before anything else runs.
           CALL "REYDB_UTILAUTH" USING WS-UTIL-DROP
                                       LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-UTILAUTH
           END-CALL.

           IF WS-REYDB-RESULT-UTILAUTH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-UTILITY
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GO TO 1000-DROP-EXIT
           END-IF.

      *** Nothing may still lean on the database - unless forced.
           IF WS-DROP-FORCED NOT EQUAL 'Y'
              CALL "REYDB_IMPACT" USING LS-REYDB-DATABASE-NAME
                                        WS-IMPACT-COUNT
                  RETURNING WS-REYDB-RESULT-IMPACT
              END-CALL
              IF WS-IMPACT-COUNT GREATER THAN ZERO
                 MOVE WS-REYDB-RI-RESTRICT TO LS-REYDB-RESULT
                 GO TO 1000-DROP-EXIT
              END-IF
           END-IF.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-REYDB-TARGET-NAME
           ELSE

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GO TO 1000-DROP-EXIT
           END-IF.

           CALL "CBL_DELETE_FILE" USING WS-REYDB-TARGET-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

       1000-DROP-EXIT.
           EXIT.
      ******************************************************************
