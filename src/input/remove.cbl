      *** Author:  Reymon Dev         ***
      *** File:    add.cbl            ***
      *** Date:    April 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_REMOVE".

      *** Which refusal 1100-JOURNAL-REFUSAL is filing.
       77 WS-REMOVE-REFUSAL PIC X(08) VALUE SPACE.
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-protect.cpy".
       COPY "data/working/reydb-index.cpy".
       COPY "data/working/reydb-grptot.cpy".
       COPY "data/working/reydb-rirule.cpy".
       COPY "data/working/reydb-totals.cpy".
       COPY "data/working/reydb-metric.cpy".
       COPY "data/working/reydb-quiesce.cpy".
       COPY "data/working/reydb-shard.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-phonetic.cpy".
       COPY "data/working/reydb-retire.cpy".
       COPY "data/working/reydb-quota.cpy".

      *** This program's name as the timing records carry it.
       77 WS-METRIC-PROGRAM PIC X(18) VALUE "REYDB_REMOVE".
           END-CALL.

           IF WS-REYDB-RESULT-AUTH NOT EQUAL WS-REYDB-SUCCESS
              IF WS-REYDB-RESULT-AUTH EQUAL WS-REYDB-NOT-AUTHORIZED
                 CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                                  WS-SECJRNL-PROGRAM
                                                  LS-REYDB-DATABASE-NAME
                                                  LS-REYDB-KEY
                                                  WS-SECJRNL-ACCESS
                     RETURNING WS-REYDB-RESULT-SECJRNL
                 END-CALL
              END-IF
              MOVE WS-REYDB-RESULT-AUTH TO LS-REYDB-RESULT
              GOBACK
           END-IF.

              IF WS-REMOVE-IS-PROTECTED EQUAL 'Y'
                 MOVE WS-REYDB-PROTECTED-KEY TO LS-REYDB-RESULT
                 MOVE WS-SECJRNL-PROTECTED TO WS-REMOVE-REFUSAL
                 PERFORM 1100-JOURNAL-REFUSAL
              ELSE
              IF WS-HOLD-IS-HELD EQUAL 'Y'
                 MOVE WS-REYDB-LEGAL-HOLD TO LS-REYDB-RESULT
                 MOVE WS-SECJRNL-LEGAL-HOLD TO WS-REMOVE-REFUSAL
                 PERFORM 1100-JOURNAL-REFUSAL
              ELSE
                 MOVE FS-REYDB-BUFFER TO WS-REMOVE-BEFORE

                            RETURNING WS-REYDB-RESULT
                        END-CALL

      *** The key goes on the retired-key registry, so a new record
      *** cannot take it while the database's quarantine runs.
                        MOVE "REMOVE" TO WS-RETIRE-HOW

                        CALL "REYDB_RETIRE" USING LS-REYDB-DATABASE-NAME
                                                  FS-REYDB-KEY
                                                  WS-RETIRE-HOW
                            RETURNING WS-REYDB-RESULT-RETIRE
                        END-CALL

      *** A removed row comes off the secondary index under the
      *** value it carried. No-ops when this database's dictionary
      *** declares no index field.
                            RETURNING WS-REYDB-RESULT-INDEX
                        END-CALL

      *** And through every running group total declared for
      *** this database - a no-op for one that declares none.
                        CALL "REYDB_GRPTOT_DELETE" USING
                                 LS-REYDB-DATABASE-NAME
                                 WS-REMOVE-OLD-CONTENT
                            RETURNING WS-REYDB-RESULT-GRPTOT
                        END-CALL

      *** And off the persistent word index under the words it
      *** carried. A database that never opted in no-ops this.
                        CALL "REYDB_WINDEX_DELETE"
                            RETURNING WS-REYDB-RESULT-WINDEX
                        END-CALL

      *** And its name off the phonetic index.
                        CALL "REYDB_PHONETIC_DELETE"
                            USING LS-REYDB-DATABASE-NAME
                                  FS-REYDB-KEY
                                  WS-REMOVE-OLD-CONTENT
                            RETURNING WS-REYDB-RESULT-PHONETIC
                        END-CALL

      *** Fold this call into the day's control totals - this is the
      *** figure the end-of-day balancing report stands on.
                        CALL "REYDB_TOTALS_NOTE"
                            RETURNING WS-REYDB-RESULT-TOTALS
                        END-CALL

      *** The row freed on the storage quotas - its bytes stay
      *** counted until a purge takes the record off the disk.
                        CALL "REYDB_QUOTA_NOTE"
                            USING LS-REYDB-DATABASE-NAME
                                  WS-QUOTA-OP-REMOVE
                                  WS-QUOTA-ONE-ROW
                            RETURNING WS-REYDB-RESULT-QUOTA
                        END-CALL

      *** After-image (flag stamped on) saved for the trigger fire
      *** below - the FD area is nobody's to read after the close.
                        MOVE FS-REYDB-BUFFER TO WS-TRIGGER-AFTER
               RETURNING WS-REYDB-RESULT-METRIC
           END-CALL.

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** A protected or held key refused to a live delete goes on   ***
      *** the security journal - a what-if run only asked.           ***
      ******************************************************************
       1100-JOURNAL-REFUSAL.

           IF NOT WS-REMOVE-IS-DRY-RUN
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               FS-REYDB-KEY
                                               WS-REMOVE-REFUSAL
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
           END-IF.
      ******************************************************************
