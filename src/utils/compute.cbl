      *** Author:  Reymon Dev         ***
      *** File:    compute.cbl        ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** the whole row travelling both ways to change nine digits.  ***
      *** The caller hands a key, a field offset/length and a        ***
      *** signed delta; the new value comes back. A result that      ***
      *** will not fit the field - negative in an unsigned field, or ***
      *** past its digit width - refuses the update with the         ***
      *** distinct OVERFLOW code rather than wrapping.               ***
      ***                                                             ***
      *** The field is read and written back through REYDB_AMOUNT   ***
      *** in the sign convention the data dictionary gives its       ***
      *** slice. Delta and new value are in the field's smallest     ***
      *** unit - a two-decimal field moves by cents.                 ***
      ***                                                             ***
      *** Rides every side rail a REYDB_UPDATE rides: transaction    ***
      *** journal, audit trail, version history, secondary index,    ***

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_COMPUTE".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-index.cpy".
       COPY "data/working/reydb-grptot.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-phonetic.cpy".
       COPY "data/working/reydb-shard.cpy".
       COPY "data/working/reydb-history.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-totals.cpy".
       COPY "data/working/reydb-quiesce.cpy".
       COPY "data/working/reydb-amount.cpy".

      *** Before-image for the audit/history/journal rails.
       77 WS-COMPUTE-BEFORE PIC X(512) VALUE SPACE.
      *** Fixed-size argument for the side-rail CALLs.
       77 WS-AUDIT-OP-COMPUTE PIC X(08) VALUE "COMPUTE".

      *** The arithmetic in signed working form, so a refused result
      *** never half-lands.
       77 WS-COMPUTE-WORK PIC S9(18) COMP-5 VALUE ZERO.

      *** The row's stamped cipher-key generation, so a mid-rotation
      *** row deciphers under the key that actually enciphered it.

      ******************************************************************
      *** The field has to sit wholly inside the content area and
      *** fit the 15-digit arithmetic - plus a separate sign byte
      *** where the field has one.
           IF LS-REYDB-LENGTH EQUAL ZERO
           OR LS-REYDB-LENGTH GREATER THAN 16
           OR LS-REYDB-OFFSET EQUAL ZERO
           OR LS-REYDB-OFFSET + LS-REYDB-LENGTH - 1 GREATER THAN 471
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
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

      *** How the field is signed - an undescribed field is the
      *** unsigned digits it always was.
           CALL "REYDB_DICT_NUMFMT" USING LS-REYDB-DATABASE-NAME
                                          LS-REYDB-OFFSET
                                          LS-REYDB-LENGTH
                                          WS-AMOUNT-SIGN
                                          WS-AMOUNT-SCALE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF LS-REYDB-LENGTH GREATER THAN 15
              AND WS-AMOUNT-SIGN NOT EQUAL 'L'
              AND WS-AMOUNT-SIGN NOT EQUAL 'T'
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** Brief database-wide gate on top of FC-REYDB's own
      *** per-record lock, same as every read-modify-write.

           MOVE FS-REYDB-CONTENT TO WS-COMPUTE-OLD-CONTENT.

      *** Unpack by the field's sign convention, blanks read as
      *** zeros.
           CALL "REYDB_AMOUNT" USING FS-REYDB-CONTENT
                                     LS-REYDB-OFFSET
                                     LS-REYDB-LENGTH
                                     WS-AMOUNT-SIGN
                                     WS-AMOUNT-VALUE
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 1000-COMPUTE-IN-PLACE-EXIT
           END-IF.

      *** The arithmetic, in a signed working field - a result that
      *** will not fit is refused before it goes anywhere near the
      *** record.
           COMPUTE WS-COMPUTE-WORK = WS-AMOUNT-VALUE + LS-REYDB-DELTA.

      *** Repack the field in its own sign convention, zero-padded
      *** at its own width.
           CALL "REYDB_AMOUNT_PACK" USING WS-COMPUTE-WORK
                                          WS-AMOUNT-SIGN
                                          FS-REYDB-CONTENT
                                          LS-REYDB-OFFSET
                                          LS-REYDB-LENGTH
               RETURNING WS-REYDB-RESULT-AMOUNT
           END-CALL.

           IF WS-REYDB-RESULT-AMOUNT NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-OVERFLOW TO LS-REYDB-RESULT
              GO TO 1000-COMPUTE-IN-PLACE-EXIT
           END-IF.

           MOVE FS-REYDB-CONTENT TO WS-COMPUTE-NEW-CONTENT.

      *** Journal the touch while a REYDB_BEGIN bracket is open -
                   RETURNING WS-REYDB-RESULT-INDEX
               END-CALL

      *** And through every running group total declared for
      *** this database - a no-op for one that declares none.
               CALL "REYDB_GRPTOT_DELETE" USING
                        LS-REYDB-DATABASE-NAME
                        WS-COMPUTE-OLD-CONTENT
                   RETURNING WS-REYDB-RESULT-GRPTOT
               END-CALL

               CALL "REYDB_INDEX_ADD" USING LS-REYDB-DATABASE-NAME
                                            FS-REYDB-KEY
                                            WS-COMPUTE-NEW-CONTENT
                   RETURNING WS-REYDB-RESULT-INDEX
               END-CALL

               CALL "REYDB_GRPTOT_ADD" USING
                        LS-REYDB-DATABASE-NAME
                        WS-COMPUTE-NEW-CONTENT
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
                        WS-COMPUTE-OLD-CONTENT
                   RETURNING WS-REYDB-RESULT-PHONETIC
               END-CALL

               CALL "REYDB_WINDEX_ADD" USING
                        LS-REYDB-DATABASE-NAME
                        FS-REYDB-KEY
                   RETURNING WS-REYDB-RESULT-WINDEX
               END-CALL

      *** And its name under its sound on the phonetic index.
               CALL "REYDB_PHONETIC_ADD" USING
                        LS-REYDB-DATABASE-NAME
                        FS-REYDB-KEY
                        WS-COMPUTE-NEW-CONTENT
                   RETURNING WS-REYDB-RESULT-PHONETIC
               END-CALL

               CALL "REYDB_CHECKSUM_NOTE" USING
                        LS-REYDB-DATABASE-NAME
                        FS-REYDB-KEY
