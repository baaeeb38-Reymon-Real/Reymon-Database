      *** Author:  Reymon Dev         ***
      *** File:    transaction.cbl    ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       COPY "data/working/reydb-txjournal.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-quota.cpy".
       COPY "data/working/reydb-retire.cpy".

      *** 'Y' between REYDB_BEGIN and the COMMIT/ROLLBACK that ends
      *** the bracket. A REYDB_TXNOTE arriving while this is 'N' is
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-CHECKSUM PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-INDEX    PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GRPTOT   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-AUDIT    PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-TOTALS   PIC 9(18) VALUE ZERO.
      ******************************************************************
      *** a compensating entry whose after-image is the added row    ***
      *** with the soft-delete flag on (the tombstone shape          ***
      *** REYDB_REPLICATE and REYDB_RECOVER_TO land correctly), and  ***
      *** the totals show the backed-out work, and the row comes off ***
      *** the storage quotas it was counted on. The orphaned         ***
      *** checksum entry is harmless - no row answers to the key,    ***
      *** and a re-ADD files a fresh one.                            ***
      ******************************************************************
       0330-UNWIND-ADD.

               RETURNING WS-REYDB-RESULT-INDEX
           END-CALL.

      *** And through every running group total declared for
      *** this database - a no-op for one that declares none.
           CALL "REYDB_GRPTOT_DELETE" USING
                    WS-TX-OWNER-NAME
                    WS-TX-UNDONE-PLAIN
               RETURNING WS-REYDB-RESULT-GRPTOT
           END-CALL.

           MOVE WS-TX-UNDONE-IMAGE TO WS-TX-TOMB-IMAGE.

           IF WS-TX-UNDONE-IS-COMPRESSED
               RETURNING WS-REYDB-RESULT-TOTALS
           END-CALL.

           CALL "REYDB_QUOTA_NOTE" USING WS-TX-OWNER-NAME
                                         WS-QUOTA-OP-REMOVE
                                         WS-QUOTA-ONE-ROW
               RETURNING WS-REYDB-RESULT-QUOTA
           END-CALL.

       0330-UNWIND-ADD-EXIT.
           EXIT.
      ******************************************************************
      *** checksum entry re-derived under the restored image's       ***
      *** journaled generation, index off the undone value and back  ***
      *** on under the restored one, compensating trail entry,       ***
      *** ROLLBACK line on the totals. An undone REMOVE also puts    ***
      *** the row back on the storage quotas and takes its key off   ***
      *** the retired-key registry - the key is live again.          ***
      ******************************************************************
       0340-UNWIND-WRITE.

                                              WS-TX-UNDONE-PLAIN
                  RETURNING WS-REYDB-RESULT-INDEX
              END-CALL

              CALL "REYDB_GRPTOT_DELETE" USING
                       WS-TX-OWNER-NAME
                       WS-TX-UNDONE-PLAIN
                  RETURNING WS-REYDB-RESULT-GRPTOT
              END-CALL
           END-IF.

           CALL "REYDB_INDEX_ADD" USING WS-TX-OWNER-NAME
               RETURNING WS-REYDB-RESULT-INDEX
           END-CALL.

           CALL "REYDB_GRPTOT_ADD" USING
                    WS-TX-OWNER-NAME
                    WS-TX-RESTORED-PLAIN
               RETURNING WS-REYDB-RESULT-GRPTOT
           END-CALL.

           CALL "REYDB_CHECKSUM_NOTE" USING WS-TX-OWNER-NAME
                                            WS-TX-KEY (WS-TX-IDX)
                                            WS-TX-RESTORED-PLAIN
               RETURNING WS-REYDB-RESULT-TOTALS
           END-CALL.

           IF WS-TX-OP (WS-TX-IDX) EQUAL "REMOVE"
              CALL "REYDB_QUOTA_NOTE" USING WS-TX-OWNER-NAME
                                            WS-QUOTA-OP-ADD
                                            WS-QUOTA-ONE-ROW
                  RETURNING WS-REYDB-RESULT-QUOTA
              END-CALL

              CALL "REYDB_RETIRE_CLEAR" USING WS-TX-OWNER-NAME
                                              WS-TX-KEY (WS-TX-IDX)
                  RETURNING WS-REYDB-RESULT-RETIRE
              END-CALL
           END-IF.

       0340-UNWIND-WRITE-EXIT.
           EXIT.
      ******************************************************************
