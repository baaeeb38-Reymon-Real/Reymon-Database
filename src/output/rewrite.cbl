      *** Author:  Reymon Dev         ***
      *** File:    rewrite.cbl        ***
      *** Date:    April 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_REWRITE".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-index.cpy".
       COPY "data/working/reydb-grptot.cpy".
       COPY "data/working/reydb-rirule.cpy".
       COPY "data/working/reydb-history.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-derive.cpy".
       COPY "data/working/reydb-shard.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-phonetic.cpy".
       COPY "data/working/reydb-approve.cpy".
       COPY "data/working/reydb-trans.cpy".
       COPY "data/working/reydb-token.cpy".
       COPY "data/working/reydb-watch.cpy".
       COPY "data/working/reydb-workq.cpy".
       COPY "data/working/reydb-colsec.cpy".

      *** This program's name as the timing records carry it.
       77 WS-METRIC-PROGRAM PIC X(18) VALUE "REYDB_REWRITE".
      *** REYDB_COMPRESS and REYDB_ENCRYPT touch it.
       77 WS-REWRITE-NEW-CONTENT PIC X(471) VALUE SPACE.

      *** The content exactly as the caller sent it - handed back
      *** unchanged once the fields they may not see have been
      *** carried over from the stored row underneath it.
       77 WS-REWRITE-CALLER-CONTENT PIC X(471) VALUE SPACE.

      *** The key generation this row just got enciphered under,
      *** stamped beside its checksum for the mid-rotation reads.
       77 WS-CIPHER-GEN-USED PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-REWRITE-CHECKED PIC X(01) VALUE 'N'.
           88 WS-REWRITE-IS-CHECKED VALUE 'Y'.

      *** What the dry run's watch-list check says the row hit - the
      *** dry run only predicts the hold, so nothing reads these.
       77 WS-REWRITE-WATCH-FIELD  PIC X(16) VALUE SPACE.
       77 WS-REWRITE-WATCH-MATCH  PIC X(01) VALUE SPACE.
       77 WS-REWRITE-WATCH-LISTED PIC X(40) VALUE SPACE.

      *** The stamp the caller read, for the staleness compare.
       77 WS-REWRITE-EXPECTED-TS PIC X(16) VALUE SPACE.


           ACCEPT WS-METRIC-START-X FROM TIME.

           MOVE 'N' TO WS-REWRITE-CONTENT-FULL WS-COLSEC-MASKED.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
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

      *** Compliance's watch list screens the new content ahead of
      *** the approval capture - a hit is held on the compliance
      *** queue and nothing touches FC-REYDB; a released hold comes
      *** back through here and passes. The dry run predicts the
      *** hold without queueing one.
           IF WS-REWRITE-IS-DRY-RUN
              CALL "REYDB_WATCH_CHECK" USING LS-REYDB-DATABASE-NAME
                                             LS-REYDB-KEY
                                             LS-REYDB-BUFFER (42:471)
                                             WS-REWRITE-WATCH-FIELD
                                             WS-REWRITE-WATCH-MATCH
                                             WS-REWRITE-WATCH-LISTED
                  RETURNING WS-REYDB-RESULT-WATCH
              END-CALL
           ELSE
              CALL "REYDB_WATCH_SCREEN" USING LS-REYDB-DATABASE-NAME
                                              LS-REYDB-KEY
                                              LS-REYDB-BUFFER (42:471)
                                              WS-WATCH-OP-REWRITE
                  RETURNING WS-REYDB-RESULT-WATCH
              END-CALL
           END-IF.

           IF WS-REYDB-RESULT-WATCH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-WATCH TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** A database flagged for two-person approval never takes a
      *** lone update - the change captures as a pending row for a
      *** second signed-on user to review, and nothing touches
              GOBACK
           END-IF.

      *** Fields the dictionary flags sensitive go down as vault
      *** tokens, never as their real values - a field still holding
      *** the token it was read back with keeps it. The dry run
      *** issues nothing, so it leaves the vault untouched.
           IF NOT WS-REWRITE-IS-DRY-RUN
              CALL "REYDB_TOKENIZE" USING LS-REYDB-DATABASE-NAME
                                          LS-REYDB-BUFFER (42:471)
                  RETURNING WS-REYDB-RESULT-TOKEN
              END-CALL

              IF WS-REYDB-RESULT-TOKEN NOT EQUAL WS-REYDB-SUCCESS
                 MOVE WS-REYDB-RESULT-TOKEN TO LS-REYDB-RESULT
                 GOBACK
              END-IF

              MOVE LS-REYDB-BUFFER (42:471) TO WS-REWRITE-NEW-CONTENT
           END-IF.

      *** The coded-field check moved below the READ - a dated code
      *** is judged against this record's own created date, which
      *** is only in hand once the row is read.
              END-CALL
           END-IF.

      *** The refused record goes on the work queue for a person
      *** to put right.
           IF WS-REYDB-RESULT-VALIDATE NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-VALIDATE TO LS-REYDB-RESULT
              CALL "REYDB_DEQUEUE" USING WS-SHARD-GATE-NAME
                  RETURNING WS-REYDB-RESULT-LOCK
              END-CALL
              MOVE "REWRITE REFUSED BY FIELD VALIDATION"
                TO WS-WORKQ-DETAIL
              CALL "REYDB_WORKQ" USING LS-REYDB-DATABASE-NAME
                                       LS-REYDB-KEY
                                       WS-WORKQ-VALIDATE
                                       WS-WORKQ-DETAIL
                  RETURNING WS-REYDB-RESULT-WORKQ
              END-CALL
              GOBACK
           END-IF.


               ELSE

      *** The before-image back to plaintext now, under the old row's
      *** stamped cipher-key generation - still from before this
      *** call's CHECKSUM_NOTE restamps anything. The status check
      *** below compares it against the new content; history files
      *** the retired image under the same generation, and the index
      *** unfile after the REWRITE reads the old field value off it.
               MOVE WS-REWRITE-BEFORE TO WS-REWRITE-OLD-BUFFER

               IF WS-REWRITE-OLD-IS-COMPRESSED
                  MOVE 'Y' TO WS-REWRITE-OLD-COMPRESS-FLAG
               ELSE
                  MOVE 'N' TO WS-REWRITE-OLD-COMPRESS-FLAG
               END-IF

               IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
               CALL "REYDB_CHECKSUM_GETGEN"
                   USING LS-REYDB-DATABASE-NAME
                         FS-REYDB-KEY
                         WS-REWRITE-ROW-GEN
                   RETURNING WS-REYDB-RESULT-GETGEN
               END-CALL

               CALL "REYDB_DECRYPT_GEN"
                   USING WS-REWRITE-OLD-CONTENT
                         WS-REWRITE-ROW-GEN
                   RETURNING WS-REYDB-RESULT-CIPHER
               END-CALL
               END-IF

               CALL "REYDB_DECOMPRESS" USING
                   WS-REWRITE-OLD-CONTENT
                   WS-REWRITE-OLD-COMPRESS-FLAG
                   RETURNING WS-REYDB-RESULT-COMPRESS
               END-CALL

      *** A user who read this row with fields blanked never wipes
      *** them out by writing it back - the bytes outside their
      *** visible fields stand as stored, whatever came in them.
      *** Every check from here on sees the merged content.
               MOVE LS-REYDB-BUFFER (42:471)
                 TO WS-REWRITE-CALLER-CONTENT

               CALL "REYDB_COLSEC_MERGE" USING
                        LS-REYDB-DATABASE-NAME
                        LS-REYDB-BUFFER (42:471)
                        WS-REWRITE-OLD-CONTENT
                   RETURNING WS-REYDB-RESULT-COLSEC
               END-CALL

               IF LS-REYDB-BUFFER (42:471)
                  NOT EQUAL WS-REWRITE-CALLER-CONTENT
                  MOVE 'Y' TO WS-COLSEC-MASKED
                  MOVE LS-REYDB-BUFFER (42:471)
                    TO WS-REWRITE-NEW-CONTENT
               END-IF

      *** The declared status field may only move along its
      *** database's transition table - a CLOSED row is not
      *** rewritten straight back to OPEN. Ahead of the dry-run
      *** branch, so REYDB_REWRITE_DRYRUN predicts the refusal too.
               CALL "REYDB_TRANSITION_CHECK" USING
                        LS-REYDB-DATABASE-NAME
                        WS-REWRITE-OLD-CONTENT
                        WS-REWRITE-NEW-CONTENT
                        WS-TRANS-CHANGED
                   RETURNING WS-REYDB-RESULT-TRANS
               END-CALL

               IF WS-REYDB-RESULT-TRANS NOT EQUAL WS-REYDB-SUCCESS

                   MOVE WS-REYDB-RESULT-TRANS TO LS-REYDB-RESULT

               ELSE

      *** Checked against the caller's raw buffer, before
      *** REYDB_COMPRESS has a chance to touch the trailing bytes -
      *** the last byte of LS-REYDB-BUFFER is also the last byte of
                   RETURNING WS-REYDB-RESULT
               END-CALL

      *** A status that moved gets an entry of its own on the trail,
      *** carrying the same two images - the transition report reads
      *** these back, and a replay lands the same after-image twice.
               IF WS-TRANS-CHANGED EQUAL 'Y'
                  CALL "REYDB_AUDIT" USING FS-REYDB-KEY
                                           WS-AUDIT-OP-STATE
                                           WS-REWRITE-BEFORE
                                           FS-REYDB-BUFFER
                                           WS-REYDB-DATABASE-NAME
                                           WS-CIPHER-GEN-USED
                      RETURNING WS-REYDB-RESULT
                  END-CALL
               END-IF

      *** The replaced image goes to the version history, filed
               END-CALL

      *** Re-file the row on the secondary index - off under the old
      *** field value deciphered ahead of the status check, back on
      *** under the new one. No-ops when this database's dictionary
      *** declares no index field.
               CALL "REYDB_INDEX_DELETE" USING LS-REYDB-DATABASE-NAME
                                               FS-REYDB-KEY
                                               WS-REWRITE-OLD-CONTENT
                   RETURNING WS-REYDB-RESULT-INDEX
               END-CALL

      *** And through every running group total declared for
      *** this database - a no-op for one that declares none.
               CALL "REYDB_GRPTOT_DELETE" USING
                        LS-REYDB-DATABASE-NAME
                        WS-REWRITE-OLD-CONTENT
                   RETURNING WS-REYDB-RESULT-GRPTOT
               END-CALL

               CALL "REYDB_INDEX_ADD" USING LS-REYDB-DATABASE-NAME
                                            FS-REYDB-KEY
                                            WS-REWRITE-NEW-CONTENT
                   RETURNING WS-REYDB-RESULT-INDEX
               END-CALL

               CALL "REYDB_GRPTOT_ADD" USING
                        LS-REYDB-DATABASE-NAME
                        WS-REWRITE-NEW-CONTENT
                   RETURNING WS-REYDB-RESULT-GRPTOT
               END-CALL

      *** Re-file the row's words on the persistent word index the
      *** same way - off under the old text, on under the new. A
      *** database that never opted in no-ops both calls.
                   RETURNING WS-REYDB-RESULT-WINDEX
               END-CALL

      *** And its name off the phonetic index.
               CALL "REYDB_PHONETIC_DELETE" USING
                        LS-REYDB-DATABASE-NAME
                        FS-REYDB-KEY
                        WS-REWRITE-OLD-CONTENT
                   RETURNING WS-REYDB-RESULT-PHONETIC
               END-CALL

               CALL "REYDB_WINDEX_ADD" USING LS-REYDB-DATABASE-NAME
                                             FS-REYDB-KEY
                                             WS-REWRITE-NEW-CONTENT
                   RETURNING WS-REYDB-RESULT-WINDEX
               END-CALL

      *** And its name under its sound on the phonetic index.
               CALL "REYDB_PHONETIC_ADD" USING LS-REYDB-DATABASE-NAME
                                               FS-REYDB-KEY
                                               WS-REWRITE-NEW-CONTENT
                   RETURNING WS-REYDB-RESULT-PHONETIC
               END-CALL

      *** Refresh the content checksum - silent disk damage shows up
      *** at read time instead of in a customer letter.
               CALL "REYDB_CHECKSUM_NOTE" USING

               END-IF

               END-IF

            END-READ.

      *** What the caller may not see never rides back out in their
      *** own buffer.
           IF WS-COLSEC-MASKED EQUAL 'Y'
              MOVE WS-REWRITE-CALLER-CONTENT
                TO LS-REYDB-BUFFER (42:471)
           END-IF.

           UNLOCK FC-REYDB. *> Release the record as soon as the
                            *> rewrite is done, rather than holding it
                            *> until CLOSE
