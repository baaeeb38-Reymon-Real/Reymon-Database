      *** Author:  Reymon Dev      ***
      *** File:    add.cbl         ***
      *** Date:    18/03/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_ADD".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-index.cpy".
       COPY "data/working/reydb-grptot.cpy".
       COPY "data/working/reydb-rirule.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-totals.cpy".
       COPY "data/working/reydb-derive.cpy".
       COPY "data/working/reydb-shard.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-phonetic.cpy".
       COPY "data/working/reydb-token.cpy".
       COPY "data/working/reydb-watch.cpy".
       COPY "data/working/reydb-workq.cpy".
       COPY "data/working/reydb-retire.cpy".
       COPY "data/working/reydb-quota.cpy".

      *** The staged on-disk record saved ahead of the WRITE - an
      *** extent roll reopens the file, and the FD area is nobody's
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
              GOBACK
           END-IF.

      *** A key a delete retired stays off limits while the
      *** database's quarantine runs - a new record under it would
      *** pass downstream for the one that went. No-op when no
      *** quarantine is set.
           CALL "REYDB_RETIRE_CHECK" USING LS-REYDB-DATABASE-NAME
                                           LS-REYDB-KEY
                                           WS-RETIRE-IS-RETIRED
               RETURNING WS-REYDB-RESULT-RETIRE
           END-CALL.

           IF WS-RETIRE-IS-RETIRED EQUAL 'Y'
              MOVE WS-REYDB-KEY-RETIRED TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** Compliance's watch list screens the row as the caller sent
      *** it, before any rule or vault token touches it - a hit is
      *** held on the compliance queue and never reaches FC-REYDB.
      *** No-op when the database nominates no fields.
           CALL "REYDB_WATCH_SCREEN" USING LS-REYDB-DATABASE-NAME
                                           LS-REYDB-KEY
                                           LS-REYDB-BUFFER (42:471)
                                           WS-WATCH-OP-ADD
               RETURNING WS-REYDB-RESULT-WATCH
           END-CALL.

           IF WS-REYDB-RESULT-WATCH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-WATCH TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** Declared derived fields compute into the caller's content
      *** before anything else reads it - the stored total is
      *** quantity times price no matter which caller wrote the
              GOBACK
           END-IF.

      *** Fields the dictionary flags sensitive go down as vault
      *** tokens, never as their real values - the index, checksum,
      *** audit trail and every extract downstream see the token.
      *** A vault that cannot issue one refuses the row.
           CALL "REYDB_TOKENIZE" USING LS-REYDB-DATABASE-NAME
                                       LS-REYDB-BUFFER (42:471)
               RETURNING WS-REYDB-RESULT-TOKEN
           END-CALL.

           IF WS-REYDB-RESULT-TOKEN NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-TOKEN TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-REYDB-BUFFER (42:471) TO WS-ADD-INDEX-CONTENT.

      *** And every declared coded field has to carry a code its
      *** reference table knows - the bad "099" branch codes stop
      *** here instead of on a downstream report.
              GOBACK
           END-IF.

      *** Inside the gate, so two writers cannot both take the last
      *** row a storage quota allows. A row that would pass a hard
      *** limit is refused NO-SPACE. No-op when no quota is set.
           CALL "REYDB_QUOTA_CHECK" USING LS-REYDB-DATABASE-NAME
                                          WS-QUOTA-ONE-ROW
               RETURNING WS-REYDB-RESULT-QUOTA
           END-CALL.

           IF WS-REYDB-RESULT-QUOTA NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-QUOTA TO LS-REYDB-RESULT
              CALL "REYDB_DEQUEUE" USING WS-SHARD-GATE-NAME
                  RETURNING WS-REYDB-RESULT-LOCK
              END-CALL
              GOBACK
           END-IF.

      *** Field-level hook - a record that fails here never touches
      *** FC-REYDB at all. A database whose policy waives the hook
      *** skips it.
              END-CALL
           END-IF.

      *** The refused record goes on the work queue for a person
      *** to put right.
           IF WS-REYDB-RESULT-VALIDATE NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-VALIDATE TO LS-REYDB-RESULT
              CALL "REYDB_DEQUEUE" USING WS-SHARD-GATE-NAME
                  RETURNING WS-REYDB-RESULT-LOCK
              END-CALL
              MOVE "ADD REFUSED BY FIELD VALIDATION"
                TO WS-WORKQ-DETAIL
              CALL "REYDB_WORKQ" USING LS-REYDB-DATABASE-NAME
                                       LS-REYDB-KEY
                                       WS-WORKQ-VALIDATE
                                       WS-WORKQ-DETAIL
                  RETURNING WS-REYDB-RESULT-WORKQ
              END-CALL
              GOBACK
           END-IF.

               RETURNING WS-REYDB-RESULT-INDEX
           END-CALL.

      *** And through every running group total declared for
      *** this database - a no-op for one that declares none.
           CALL "REYDB_GRPTOT_ADD" USING
                    LS-REYDB-DATABASE-NAME
                    WS-ADD-INDEX-CONTENT
               RETURNING WS-REYDB-RESULT-GRPTOT
           END-CALL.

      *** And its words onto the persistent word index - a no-op
      *** for a database that never opted in, seconds instead of a
      *** full-file scan at search time for one that did.
               RETURNING WS-REYDB-RESULT-WINDEX
           END-CALL.

      *** And its name under its sound on the phonetic index.
           CALL "REYDB_PHONETIC_ADD" USING LS-REYDB-DATABASE-NAME
                                           FS-REYDB-KEY
                                           WS-ADD-INDEX-CONTENT
               RETURNING WS-REYDB-RESULT-PHONETIC
           END-CALL.

      *** File the content checksum - silent disk damage shows up at
      *** read time instead of in a customer letter.
           CALL "REYDB_CHECKSUM_NOTE" USING
               RETURNING WS-REYDB-RESULT-TOTALS
           END-CALL.

      *** And the row counted against the database's storage quota
      *** and the signed-on user's.
           CALL "REYDB_QUOTA_NOTE" USING LS-REYDB-DATABASE-NAME
                                         WS-QUOTA-OP-ADD
                                         WS-QUOTA-ONE-ROW
               RETURNING WS-REYDB-RESULT-QUOTA
           END-CALL.

      *** After-image saved for the trigger fire - the FD area is
      *** nobody's to read once the file closes.
           MOVE FS-REYDB-BUFFER TO WS-TRIGGER-AFTER.
