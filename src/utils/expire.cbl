      *** Author:  Reymon Dev         ***
      *** File:    expire.cbl         ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-index.cpy".
       COPY "data/working/reydb-grptot.cpy".
       COPY "data/working/reydb-windex.cpy".
       COPY "data/working/reydb-phonetic.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-calendar.cpy".
       COPY "data/working/reydb-hold.cpy".
       COPY "data/working/reydb-pacing.cpy".
       COPY "data/working/reydb-owner.cpy".
       COPY "data/working/reydb-retire.cpy".

      *** Fixed-size argument for the CALL to REYDB_AUDIT.
       77 WS-AUDIT-OP-EXPIRE PIC X(08) VALUE "EXPIRE".
                   RETURNING WS-REYDB-RESULT
               END-CALL

      *** An expired key stays off limits for a new record while the
      *** database's quarantine runs.
               MOVE "EXPIRE" TO WS-RETIRE-HOW

               CALL "REYDB_RETIRE" USING LS-REYDB-DATABASE-NAME
                                         FS-REYDB-KEY
                                         WS-RETIRE-HOW
                   RETURNING WS-REYDB-RESULT-RETIRE
               END-CALL

      *** Off the secondary index under the value it carried, the
      *** way REYDB_REMOVE unfiles a deleted row - deciphered under
      *** the row's stamped generation, and only when this database
                   RETURNING WS-REYDB-RESULT-INDEX
               END-CALL

      *** And through every running group total declared for
      *** this database - a no-op for one that declares none.
               CALL "REYDB_GRPTOT_DELETE" USING
                        WS-SWEEP-OWNER-NAME
                        WS-EXPIRE-CONTENT
                   RETURNING WS-REYDB-RESULT-GRPTOT
               END-CALL

      *** And off the persistent word index - an expired row must
      *** stop answering searches, or its postings sit orphaned
      *** forever once the purge reclaims the row itself.
                   RETURNING WS-REYDB-RESULT-WINDEX
               END-CALL

      *** And its name off the phonetic index.
               CALL "REYDB_PHONETIC_DELETE" USING
                        WS-SWEEP-OWNER-NAME
                        FS-REYDB-KEY
                        WS-EXPIRE-CONTENT
                   RETURNING WS-REYDB-RESULT-PHONETIC
               END-CALL

           END-REWRITE.

       1000-EXPIRE-ONE-ROW-EXIT.
