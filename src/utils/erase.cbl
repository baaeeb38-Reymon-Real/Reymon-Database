      *** Author:  Reymon Dev         ***
      *** File:    erase.cbl         ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_ERASE".
       COPY "data/working/reydb-utilauth.cpy".
       COPY "data/working/reydb-xref.cpy".
       COPY "data/working/reydb-history.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-hold.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-sod.cpy".
       COPY "data/working/reydb-retire.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-INDEX    PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-GRPTOT   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-WINDEX   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-PHONETIC PIC 9(18) VALUE ZERO.

      *** The scrubbed content is plaintext - its checksum files
      *** under the built-in generation zero.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** May the signed-on user run this utility at all - the
      *** utility authority file answers before anything else runs.
           CALL "REYDB_UTILAUTH" USING WS-UTIL-ERASE
                                       LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-UTILAUTH
           END-CALL.

           IF WS-REYDB-RESULT-UTILAUTH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-UTILITY
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           IF LS-ERASE-KEY EQUAL SPACE
           OR LS-ERASE-CASE EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
           END-CALL.

           IF WS-REYDB-RESULT-AUTH NOT EQUAL WS-REYDB-SUCCESS
              IF WS-REYDB-RESULT-AUTH EQUAL WS-REYDB-NOT-AUTHORIZED
                 CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                                  WS-SECJRNL-PROGRAM
                                                  LS-REYDB-DATABASE-NAME
                                                  LS-ERASE-KEY
                                                  WS-SECJRNL-ACCESS
                     RETURNING WS-REYDB-RESULT-SECJRNL
                 END-CALL
              END-IF
              MOVE WS-REYDB-RESULT-AUTH TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** And it is the ERASER role's, once anybody holds that.
           CALL "REYDB_ROLE_CHECK" USING WS-ROLE-ERASER
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               LS-ERASE-KEY
                                               WS-SECJRNL-NO-ROLE
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

      *** Privacy does not outrank the court - a held key refuses.
           MOVE 'N' TO WS-HOLD-IS-HELD.


           IF WS-HOLD-IS-HELD EQUAL 'Y'
              MOVE WS-REYDB-LEGAL-HOLD TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               LS-ERASE-KEY
                                               WS-SECJRNL-LEGAL-HOLD
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

                       RETURNING WS-REYDB-RESULT-CHECKSUM
                   END-CALL

      *** An erased subject's key is never handed to somebody else
      *** while the database's quarantine runs.
                   MOVE "ERASE" TO WS-RETIRE-HOW

                   CALL "REYDB_RETIRE" USING LS-REYDB-DATABASE-NAME
                                             FS-REYDB-KEY
                                             WS-RETIRE-HOW
                       RETURNING WS-REYDB-RESULT-RETIRE
                   END-CALL

               END-REWRITE

           END-READ.
      ******************************************************************

      ******************************************************************
      *** The row's entries off the secondary index, the word index ***
      *** and the phonetic index - all file under plaintext, so the ***
      *** buffer in hand deciphers and decompresses first, exactly  ***
      *** the unfile REYDB_REMOVE makes. A database with none of    ***
      *** them no-ops.                                              ***
      ******************************************************************
       1100-UNFILE-SIDE-INDEXES.

               RETURNING WS-REYDB-RESULT-INDEX
           END-CALL.

      *** And through every running group total declared for
      *** this database - a no-op for one that declares none.
           CALL "REYDB_GRPTOT_DELETE" USING
                    LS-REYDB-DATABASE-NAME
                    WS-ERS-OLD-CONTENT
               RETURNING WS-REYDB-RESULT-GRPTOT
           END-CALL.

           IF WS-REYDB-RESULT-INDEX EQUAL WS-REYDB-SUCCESS
              ADD 1 TO WS-ERS-INDEX-COUNT
           END-IF.
              ADD 1 TO WS-ERS-INDEX-COUNT
           END-IF.

      *** And its name off the phonetic index - the name is the very
      *** thing an erasure has to take out of every index.
           CALL "REYDB_PHONETIC_DELETE"
               USING LS-REYDB-DATABASE-NAME
                     FS-REYDB-KEY
                     WS-ERS-OLD-CONTENT
               RETURNING WS-REYDB-RESULT-PHONETIC
           END-CALL.

           IF WS-REYDB-RESULT-PHONETIC EQUAL WS-REYDB-SUCCESS
              ADD 1 TO WS-ERS-INDEX-COUNT
           END-IF.

       1100-UNFILE-SIDE-INDEXES-EXIT.
           EXIT.
      ******************************************************************
      *** Every trail entry under this key - both images' content   ***
      *** areas scrubbed in place, the who/when columns kept, so    ***
      *** the trail still shows THAT things happened without        ***
      *** holding WHAT the person's data was. Each scrubbed row is  ***
      *** flagged 'E', so the hash chain's verifier knows its image ***
      *** hash breaks by design and checks the certificate instead. ***
      ******************************************************************
       3000-SCRUB-AUDIT-TRAIL.

                        TO FS-AUDIT-BEFORE (42:471)
                      MOVE WS-ERS-SCRUB
                        TO FS-AUDIT-AFTER (42:471)
                      MOVE 'E' TO FS-AUDIT-SCRUBBED
                      REWRITE FS-AUDIT-RECORD
                      ADD 1 TO WS-ERS-AUDIT-COUNT
                   END-IF
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-ERASURE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
