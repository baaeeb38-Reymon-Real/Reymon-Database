      *** Author:  Reymon Dev         ***
      *** File:    rename.cbl         ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** move a completed "stage.dat" onto the live name - here the ***
      *** caller names both sides instead of it always being         ***
      *** "stage.dat" moving onto the live database.                 ***
      ***                                                            ***
      *** REYDB_RENAME_CARRY renames the same way and then has       ***
      *** REYDB_IMPACT_CARRY move every control record that named    ***
      *** the old file onto the new name; impact.rpt lists each one, ***
      *** and any the new name already had come back DUPLICATE-KEY.  ***
      ******************************************************************

      ******************************************************************
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-impact.cpy".

      *** 'Y' when entered through REYDB_RENAME_CARRY - the control
      *** records follow the file to its new name.
       77 WS-RENAME-CARRY PIC X(01) VALUE 'N'.

      *** Target side of the CBL_RENAME_FILE call - WS-REYDB-TARGET-
      *** NAME (from reydb-batch.cpy) carries the existing name.
      ******************************************************************

      ******************************************************************
           MOVE 'N' TO WS-RENAME-CARRY.

           PERFORM 1000-RENAME THRU 1000-RENAME-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - renames and carries the references.   ***
      ******************************************************************
       ENTRY "REYDB_RENAME_CARRY" USING LS-REYDB-DATABASE-NAME
                                        LS-REYDB-NEW-NAME.

           MOVE 'Y' TO WS-RENAME-CARRY.

           PERFORM 1000-RENAME THRU 1000-RENAME-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The rename itself, shared by both entry points.            ***
      ******************************************************************
       1000-RENAME.

           IF LS-REYDB-NEW-NAME EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 1000-RENAME-EXIT
           END-IF.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              GO TO 1000-RENAME-EXIT
           END-IF.

           CALL "CBL_RENAME_FILE" USING WS-REYDB-TARGET-NAME
              CALL "REYDB_CATALOG" USING WS-REYDB-RENAME-TO
                  RETURNING WS-REYDB-RESULT-CATALOG
              END-CALL
              IF WS-RENAME-CARRY EQUAL 'Y'
                 CALL "REYDB_IMPACT_CARRY" USING LS-REYDB-DATABASE-NAME
                                                 WS-REYDB-RENAME-TO
                                                 WS-IMPACT-COUNT
                     RETURNING WS-REYDB-RESULT-IMPACT
                 END-CALL
                 IF WS-REYDB-RESULT-IMPACT NOT EQUAL WS-REYDB-SUCCESS
                    MOVE WS-REYDB-RESULT-IMPACT TO LS-REYDB-RESULT
                 END-IF
              END-IF
           ELSE
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
           END-IF.
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

       1000-RENAME-EXIT.
           EXIT.
      ******************************************************************
