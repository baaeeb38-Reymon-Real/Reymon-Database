      *** Author:  Reymon Dev         ***
      *** File:    many.cbl           ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** WRITEs themselves - so REYDB_ADD_MANY holds the gate and   ***
      *** the open across a whole table of rows, and REYDB_READ_MANY ***
      *** does the same for reads. Every row still rides every hook  ***
      *** a single-call ADD rides - validation, the watch-list       ***
      *** screen, referential and code-table rules, journal, cipher, ***
      *** audit, the key, word and phonetic indexes, checksum,       ***
      *** totals - and every entry carries its own result code, so   ***
      *** one bad row never hides the disposition of the rest.       ***
      ***                                                             ***

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_ADD_MANY".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-index.cpy".
       COPY "data/working/reydb-grptot.cpy".
       COPY "data/working/reydb-rirule.cpy".
       COPY "data/working/reydb-refrule.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-totals.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-token.cpy".
       COPY "data/working/reydb-retire.cpy".
       COPY "data/working/reydb-quota.cpy".
       COPY "data/working/reydb-watch.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-phonetic.cpy".

      *** One entry's record in the shape the hooks take.
       01 WS-MANY-RECORD.
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
              GO TO 1000-ADD-ONE-ENTRY-RESULT
           END-IF.

      *** A key still in its retired-key quarantine, same as
      *** REYDB_ADD.
           CALL "REYDB_RETIRE_CHECK" USING LS-REYDB-DATABASE-NAME
                                           WS-MANY-REC-KEY
                                           WS-RETIRE-IS-RETIRED
               RETURNING WS-REYDB-RESULT-RETIRE
           END-CALL.

           IF WS-RETIRE-IS-RETIRED EQUAL 'Y'
              MOVE WS-REYDB-KEY-RETIRED TO WS-MANY-RESULT
              GO TO 1000-ADD-ONE-ENTRY-RESULT
           END-IF.

      *** Compliance's watch list screens the row as the caller sent
      *** it, same as REYDB_ADD - a hit is held on the compliance
      *** queue and the entry comes back refused like any other.
           CALL "REYDB_WATCH_SCREEN" USING LS-REYDB-DATABASE-NAME
                                           WS-MANY-REC-KEY
                                           WS-MANY-REC-CONTENT
                                           WS-WATCH-OP-ADD
               RETURNING WS-REYDB-RESULT-WATCH
           END-CALL.

           IF WS-REYDB-RESULT-WATCH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-WATCH TO WS-MANY-RESULT
              GO TO 1000-ADD-ONE-ENTRY-RESULT
           END-IF.

           MOVE WS-MANY-REC-CONTENT TO WS-MANY-PLAIN-CONTENT.

      *** Declared references and coded fields, same as REYDB_ADD.
              GO TO 1000-ADD-ONE-ENTRY-RESULT
           END-IF.

      *** Sensitive fields down as vault tokens, same as REYDB_ADD.
           CALL "REYDB_TOKENIZE" USING LS-REYDB-DATABASE-NAME
                                       WS-MANY-REC-CONTENT
               RETURNING WS-REYDB-RESULT-TOKEN
           END-CALL.

           IF WS-REYDB-RESULT-TOKEN NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-TOKEN TO WS-MANY-RESULT
              GO TO 1000-ADD-ONE-ENTRY-RESULT
           END-IF.

           MOVE WS-MANY-REC-CONTENT TO WS-MANY-PLAIN-CONTENT.

           CALL "REYDB_REF_CHECK" USING LS-REYDB-DATABASE-NAME
                                        WS-MANY-REC-KEY
                                        WS-MANY-PLAIN-CONTENT
              GO TO 1000-ADD-ONE-ENTRY-RESULT
           END-IF.

      *** The database's and the signed-on user's storage quotas,
      *** same as REYDB_ADD - asked per entry, so a batch that runs
      *** into a hard limit lands what fits and refuses the rest.
           CALL "REYDB_QUOTA_CHECK" USING LS-REYDB-DATABASE-NAME
                                          WS-QUOTA-ONE-ROW
               RETURNING WS-REYDB-RESULT-QUOTA
           END-CALL.

           IF WS-REYDB-RESULT-QUOTA NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-QUOTA TO WS-MANY-RESULT
              GO TO 1000-ADD-ONE-ENTRY-RESULT
           END-IF.

           MOVE WS-MANY-REC-KEY    TO FS-REYDB-KEY.
           MOVE WS-MANY-REC-BUFFER TO FS-REYDB-BUFFER.

                   RETURNING WS-REYDB-RESULT-INDEX
               END-CALL

      *** And through every running group total declared for
      *** this database - a no-op for one that declares none.
               CALL "REYDB_GRPTOT_ADD" USING
                        LS-REYDB-DATABASE-NAME
                        WS-MANY-PLAIN-CONTENT
                   RETURNING WS-REYDB-RESULT-GRPTOT
               END-CALL

      *** Its words onto the word index and its name under its
      *** sound on the phonetic index - no-ops for a database that
      *** never opted in to either.
               CALL "REYDB_WINDEX_ADD" USING LS-REYDB-DATABASE-NAME
                                             FS-REYDB-KEY
                                             WS-MANY-PLAIN-CONTENT
                   RETURNING WS-REYDB-RESULT-WINDEX
               END-CALL

               CALL "REYDB_PHONETIC_ADD" USING LS-REYDB-DATABASE-NAME
                                               FS-REYDB-KEY
                                               WS-MANY-PLAIN-CONTENT
                   RETURNING WS-REYDB-RESULT-PHONETIC
               END-CALL

               CALL "REYDB_CHECKSUM_NOTE" USING
                        LS-REYDB-DATABASE-NAME
                        FS-REYDB-KEY
                   RETURNING WS-REYDB-RESULT-TOTALS
               END-CALL

               CALL "REYDB_QUOTA_NOTE" USING LS-REYDB-DATABASE-NAME
                                             WS-QUOTA-OP-ADD
                                             WS-QUOTA-ONE-ROW
                   RETURNING WS-REYDB-RESULT-QUOTA
               END-CALL

           END-WRITE.

       1000-ADD-ONE-ENTRY-RESULT.
