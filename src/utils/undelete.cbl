      *** Author:  Reymon Dev         ***
      *** File:    undelete.cbl       ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_UNDELETE".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-undelete.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-index.cpy".
       COPY "data/working/reydb-grptot.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-phonetic.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-retire.cpy".

      *** Fixed-size argument for the CALL to REYDB_AUDIT - sized to
      *** match LS-AUDIT-OPERATION exactly.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.
      *** bringing it "back" would surface it through every read.
           IF LS-REYDB-KEY EQUAL WS-KEYGEN-SENTINEL
              MOVE WS-REYDB-PROTECTED-KEY TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               LS-REYDB-KEY
                                               WS-SECJRNL-PROTECTED
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

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
                           RETURNING WS-REYDB-RESULT
                       END-CALL

      *** The key is live again - off the retired-key registry.
                       CALL "REYDB_RETIRE_CLEAR" USING
                                LS-REYDB-DATABASE-NAME
                                FS-REYDB-KEY
                           RETURNING WS-REYDB-RESULT-RETIRE
                       END-CALL

      *** Back onto the secondary index - REYDB_REMOVE unfiled the
      *** row when it was deleted. No-op when no index is declared.
                       IF FS-REYDB-IS-COMPRESSED
                           RETURNING WS-REYDB-RESULT-INDEX
                       END-CALL

      *** And through every running group total declared for
      *** this database - a no-op for one that declares none.
                       CALL "REYDB_GRPTOT_ADD" USING
                                LS-REYDB-DATABASE-NAME
                                WS-UNDELETE-CONTENT
                           RETURNING WS-REYDB-RESULT-GRPTOT
                       END-CALL

      *** And back onto the persistent word index - a row brought
      *** back to life answers searches again.
                       CALL "REYDB_WINDEX_ADD"
                           RETURNING WS-REYDB-RESULT-WINDEX
                       END-CALL

      *** And its name under its sound on the phonetic index.
                       CALL "REYDB_PHONETIC_ADD"
                           USING LS-REYDB-DATABASE-NAME
                                 FS-REYDB-KEY
                                 WS-UNDELETE-CONTENT
                           RETURNING WS-REYDB-RESULT-PHONETIC
                       END-CALL

                   END-REWRITE

               END-IF
       ENTRY "REYDB_DELETED_LIST" USING LS-REYDB-DATABASE-NAME
                                        LS-REYDB-RECORD-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-UNDELETE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
