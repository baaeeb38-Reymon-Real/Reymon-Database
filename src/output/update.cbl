      *** Author:  Reymon Dev         ***
      *** File:    update.cbl         ***
      *** Date:    August 09 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_UPDATE".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-index.cpy".
       COPY "data/working/reydb-grptot.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-phonetic.cpy".
       COPY "data/working/reydb-quiesce.cpy".
       COPY "data/working/reydb-approve.cpy".
       COPY "data/working/reydb-shard.cpy".
       COPY "data/working/reydb-history.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-totals.cpy".
       COPY "data/working/reydb-trans.cpy".
       COPY "data/working/reydb-token.cpy".
       COPY "data/working/reydb-colsec.cpy".

      *** Result of the CALLs to REYDB_ENCRYPT/REYDB_DECRYPT.
       77 WS-REYDB-RESULT-CIPHER PIC 9(18) VALUE ZERO.
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

      *** A patch has no full row to merge hidden fields back into,
      *** so a slice reaching any byte the signed-on user may not
      *** see is refused outright - journaled like any other
      *** refusal. The slice is asked about in content positions.
           COMPUTE WS-COLSEC-OFFSET =
               LS-REYDB-OFFSET - WS-UPDATE-CONTENT-FIRST + 1.
           MOVE LS-REYDB-LENGTH TO WS-COLSEC-LENGTH.

           CALL "REYDB_COLSEC_VISIBLE" USING LS-REYDB-DATABASE-NAME
                                             WS-COLSEC-OFFSET
                                             WS-COLSEC-LENGTH
                                             WS-COLSEC-VISIBLE
               RETURNING WS-REYDB-RESULT-COLSEC
           END-CALL.

           IF WS-COLSEC-VISIBLE NOT EQUAL 'Y'
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               LS-REYDB-KEY
                                               WS-SECJRNL-ACCESS
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** An operator-quiesced database refuses every write while
      *** the balancing runs - a patch moves the control totals
      *** exactly like a rewrite, so it freezes with the rest.
               MOVE LS-REYDB-VALUE (1:LS-REYDB-LENGTH)
                 TO FS-REYDB-BUFFER (LS-REYDB-OFFSET:LS-REYDB-LENGTH)

      *** A patch landing on a sensitive field files the real value
      *** in the token vault and leaves only its token in the row.
               CALL "REYDB_TOKENIZE" USING LS-REYDB-DATABASE-NAME
                                           FS-REYDB-CONTENT
                   RETURNING WS-REYDB-RESULT-TOKEN
               END-CALL

               MOVE FS-REYDB-CONTENT TO WS-UPDATE-NEW-CONTENT

      *** A patch landing on the declared status field may only move
      *** it along its database's transition table - refused here,
      *** the row is left exactly as it was read.
               CALL "REYDB_TRANSITION_CHECK" USING
                        LS-REYDB-DATABASE-NAME
                        WS-UPDATE-OLD-CONTENT
                        WS-UPDATE-NEW-CONTENT
                        WS-TRANS-CHANGED
                   RETURNING WS-REYDB-RESULT-TRANS
               END-CALL

      *** A vault that could not issue a token refuses the patch the
      *** same way - the row is left exactly as it was read.
               IF WS-REYDB-RESULT-TOKEN NOT EQUAL WS-REYDB-SUCCESS
                  MOVE WS-REYDB-RESULT-TOKEN TO WS-REYDB-RESULT-TRANS
               END-IF

               IF WS-REYDB-RESULT-TRANS NOT EQUAL WS-REYDB-SUCCESS

                   MOVE WS-REYDB-RESULT-TRANS TO LS-REYDB-RESULT

               ELSE

               MOVE 'N' TO WS-REYDB-COMPRESS-FLAG

               IF WS-POLICY-COMPRESS NOT EQUAL 'N'
                       RETURNING WS-REYDB-RESULT
                   END-CALL

      *** A status that moved gets an entry of its own on the trail,
      *** carrying the same two images for the transition report.
                   IF WS-TRANS-CHANGED EQUAL 'Y'
                      CALL "REYDB_AUDIT" USING FS-REYDB-KEY
                                               WS-AUDIT-OP-STATE
                                               WS-UPDATE-BEFORE
                                               FS-REYDB-BUFFER
                                               WS-REYDB-DATABASE-NAME
                                               WS-CIPHER-GEN-USED
                          RETURNING WS-REYDB-RESULT
                      END-CALL
                   END-IF

      *** The replaced image goes to the version history, filed
      *** under the stamp it carried - point-in-time answers per
      *** record without a restore.
                       RETURNING WS-REYDB-RESULT-INDEX
                   END-CALL

      *** And through every running group total declared for
      *** this database - a no-op for one that declares none.
                   CALL "REYDB_GRPTOT_DELETE" USING
                            LS-REYDB-DATABASE-NAME
                            WS-UPDATE-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-GRPTOT
                   END-CALL

                   CALL "REYDB_INDEX_ADD"
                       USING LS-REYDB-DATABASE-NAME
                             FS-REYDB-KEY
                       RETURNING WS-REYDB-RESULT-INDEX
                   END-CALL

                   CALL "REYDB_GRPTOT_ADD" USING
                            LS-REYDB-DATABASE-NAME
                            WS-UPDATE-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-GRPTOT
                   END-CALL

      *** Re-file the row's words on the persistent word index the
      *** same way - off under the old text, on under the new. A
      *** database that never opted in no-ops both calls.
                       RETURNING WS-REYDB-RESULT-WINDEX
                   END-CALL

      *** And its name off the phonetic index.
                   CALL "REYDB_PHONETIC_DELETE"
                       USING LS-REYDB-DATABASE-NAME
                             FS-REYDB-KEY
                             WS-UPDATE-OLD-CONTENT
                       RETURNING WS-REYDB-RESULT-PHONETIC
                   END-CALL

                   CALL "REYDB_WINDEX_ADD"
                       USING LS-REYDB-DATABASE-NAME
                             FS-REYDB-KEY
                       RETURNING WS-REYDB-RESULT-WINDEX
                   END-CALL

      *** And its name under its sound on the phonetic index.
                   CALL "REYDB_PHONETIC_ADD"
                       USING LS-REYDB-DATABASE-NAME
                             FS-REYDB-KEY
                             WS-UPDATE-NEW-CONTENT
                       RETURNING WS-REYDB-RESULT-PHONETIC
                   END-CALL

      *** Refresh the content checksum - silent disk damage shows up
      *** at read time instead of in a customer letter.
                   CALL "REYDB_CHECKSUM_NOTE"

               END-IF

               END-IF

           END-READ.

           UNLOCK FC-REYDB. *> Release the record as soon as the
