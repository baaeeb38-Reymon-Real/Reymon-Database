      *** Author:  Reymon Dev         ***
      *** File:    rekey_map.cbl      ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_REKEY_MAP".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-rekeymap.cpy".
       COPY "data/working/reydb-index.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-phonetic.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-retire.cpy".

      *** Fixed-size argument for the CALL to REYDB_AUDIT.
       77 WS-AUDIT-OP-REKEY PIC X(08) VALUE "REKEY".
       77 WS-MAP-FAILED-COUNT  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-MAP-PATCHED-COUNT PIC 9(09) COMP-5 VALUE ZERO.

      *** Mappings refused because the new number is a retired key
      *** still in quarantine - counted among the failures too.
       77 WS-MAP-RETIRED-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-MAP-EOF PIC X(01) VALUE 'N'.
      ******************************************************************

          88 LS-REYDB-RESULT-IS-LOCKED          VALUE 12.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
          88 LS-REYDB-RESULT-IS-KEY-RETIRED     VALUE 35.
      ******************************************************************

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-MAP-DEP-COUNT GREATER THAN 5
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-CALL.

           IF WS-REYDB-RESULT-AUTH NOT EQUAL WS-REYDB-SUCCESS
              IF WS-REYDB-RESULT-AUTH EQUAL WS-REYDB-NOT-AUTHORIZED
                 CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                                  WS-SECJRNL-PROGRAM
                                                  LS-REYDB-DATABASE-NAME
                                                  WS-SECJRNL-NO-KEY
                                                  WS-SECJRNL-ACCESS
                     RETURNING WS-REYDB-RESULT-SECJRNL
                 END-CALL
              END-IF
              MOVE WS-REYDB-RESULT-AUTH TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE ZERO TO WS-MAP-MOVED-COUNT
                        WS-MAP-FAILED-COUNT
                        WS-MAP-PATCHED-COUNT
                        WS-MAP-RETIRED-COUNT.

           OPEN I-O FC-REYDB.

           MOVE WS-MAP-FAILED-COUNT  TO LS-REYDB-FAILED-COUNT.
           MOVE WS-MAP-PATCHED-COUNT TO LS-REYDB-PATCHED-COUNT.

      *** Every failure a quarantined new number says so, so the
      *** deck owner knows to pick fresh numbers, not to rerun.
           IF WS-MAP-FAILED-COUNT EQUAL ZERO
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           ELSE
              IF WS-MAP-RETIRED-COUNT EQUAL WS-MAP-FAILED-COUNT
                 MOVE WS-REYDB-KEY-RETIRED TO LS-REYDB-RESULT
              ELSE
                 MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              END-IF
           END-IF.

           GOBACK.
      ******************************************************************
       1000-MOVE-ONE-KEY.

      *** A new number that a delete retired stays off limits while
      *** the database's quarantine runs, same as for REYDB_ADD.
           CALL "REYDB_RETIRE_CHECK" USING
                    LS-REYDB-DATABASE-NAME
                    WS-REKEYMAP-NEW (WS-REKEYMAP-IDX)
                    WS-RETIRE-IS-RETIRED
               RETURNING WS-REYDB-RESULT-RETIRE
           END-CALL.

           IF WS-RETIRE-IS-RETIRED EQUAL 'Y'
              ADD 1 TO WS-MAP-FAILED-COUNT
                       WS-MAP-RETIRED-COUNT
              GO TO 1000-MOVE-ONE-KEY-EXIT
           END-IF.

           MOVE WS-REKEYMAP-OLD (WS-REKEYMAP-IDX) TO FS-REYDB-KEY.

           READ FC-REYDB KEY IS FS-REYDB-KEY
               RETURNING WS-REYDB-RESULT-WINDEX
           END-CALL.

      *** And its name off the phonetic index.
           CALL "REYDB_PHONETIC_DELETE" USING
                    LS-REYDB-DATABASE-NAME
                    WS-REKEYMAP-OLD (WS-REKEYMAP-IDX)
                    WS-MAP-PLAIN
               RETURNING WS-REYDB-RESULT-PHONETIC
           END-CALL.

           CALL "REYDB_WINDEX_ADD" USING
                    LS-REYDB-DATABASE-NAME
                    WS-REKEYMAP-NEW (WS-REKEYMAP-IDX)
               RETURNING WS-REYDB-RESULT-WINDEX
           END-CALL.

      *** And its name under its sound on the phonetic index.
           CALL "REYDB_PHONETIC_ADD" USING
                    LS-REYDB-DATABASE-NAME
                    WS-REKEYMAP-NEW (WS-REKEYMAP-IDX)
                    WS-MAP-PLAIN
               RETURNING WS-REYDB-RESULT-PHONETIC
           END-CALL.

           CALL "REYDB_CHECKSUM_NOTE" USING
                    LS-REYDB-DATABASE-NAME
                    WS-REKEYMAP-NEW (WS-REKEYMAP-IDX)
                      RETURNING WS-REYDB-RESULT-WINDEX
                  END-CALL

      *** And its name off the phonetic index.
                  CALL "REYDB_PHONETIC_DELETE" USING
                           LS-MAP-DEP-NAME (WS-MAP-DEP-IDX)
                           FS-REYDB-KEY
                           WS-MAP-DEP-OLD-PLAIN
                      RETURNING WS-REYDB-RESULT-PHONETIC
                  END-CALL

                  CALL "REYDB_WINDEX_ADD" USING
                           LS-MAP-DEP-NAME (WS-MAP-DEP-IDX)
                           FS-REYDB-KEY
                      RETURNING WS-REYDB-RESULT-WINDEX
                  END-CALL

      *** And its name under its sound on the phonetic index.
                  CALL "REYDB_PHONETIC_ADD" USING
                           LS-MAP-DEP-NAME (WS-MAP-DEP-IDX)
                           FS-REYDB-KEY
                           WS-MAP-DEP-NEW-PLAIN
                      RETURNING WS-REYDB-RESULT-PHONETIC
                  END-CALL

              END-REWRITE

           END-IF.
       2100-PATCH-ONE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-REKEYMAP-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
