      *** Author:  Reymon Dev         ***
      *** File:    audit.cbl          ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** key, operation, timestamp, and before-image where one      ***
      *** applies. Shared by all four so a downstream reconciliation ***
      *** can reconstruct what happened to a given key.              ***
      ***                                                            ***
      *** Every row is also a link of the trail's hash chain - its   ***
      *** sequence, its images' hash and the chain hash of the row   ***
      *** before it, folded into a chain hash of its own. The first  ***
      *** row of a new day first seals the day before into           ***
      *** "<trail>.sel", each seal chained onto the one before it,   ***
      *** so REYDB_AUDIT_VERIFY can prove nothing was edited,        ***
      *** dropped or reordered since.                                ***
      ******************************************************************

      ******************************************************************

       COPY "file/control/reydb-audit.cpy".
       COPY "file/control/reydb-auditseq.cpy".
       COPY "file/control/reydb-auditchn.cpy".
      ******************************************************************

      ******************************************************************

       COPY "file/section/reydb-audit.cpy".
       COPY "file/section/reydb-auditseq.cpy".
       COPY "file/section/reydb-auditchn.cpy".
      ******************************************************************

      ******************************************************************

       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-auditseq.cpy".
       COPY "data/working/reydb-auditchn.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-runid.cpy".
       COPY "data/working/reydb-brkgls.cpy".

      *** Filled by the CALL to REYDB_WHOAMI - the identity stamped
      *** onto the trail row, SPACE when nobody is signed on.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHOAMI PIC 9(18) VALUE ZERO.

      *** 'S' once a seal went onto the register this call - the
      *** chain state then has to be saved even if the row did not.
       77 WS-AUDITCHN-SEALED PIC X(01) VALUE 'N'.

      *** Hash fold state - each byte as its unsigned value, the
      *** same REDEFINES trick the checksum uses.
       01 WS-AUDITCHN-BYTE.
          02 WS-AUDITCHN-CHAR PIC X(01).
       01 WS-AUDITCHN-BYTE-VIEW REDEFINES WS-AUDITCHN-BYTE.
          02 WS-AUDITCHN-VAL USAGE BINARY-CHAR UNSIGNED.

       77 WS-AUDITCHN-IDX    PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-AUDITCHN-FOLD   PIC 9(18) COMP-5 VALUE ZERO.
       77 WS-AUDITCHN-FOLD-Q PIC 9(18) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** writer's own cipher stamped otherwise.
       77 LS-AUDIT-KEYGEN PIC 9(04) COMP-5 VALUE ZERO.

      *** REYDB_AUDIT_HASH's arguments - the text to fold, how many
      *** of its bytes count, the hash the fold continues from (zero
      *** to start afresh) and the hash it ends on.
       77 LS-AUDIT-HASH-TEXT  PIC X(1024) VALUE SPACE.
       77 LS-AUDIT-HASH-LEN   PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-AUDIT-HASH-SEED  PIC 9(09) VALUE ZERO.
       77 LS-AUDIT-HASH-VALUE PIC 9(09) VALUE ZERO.

       77 LS-REYDB-RESULT     PIC 9(18) VALUE ZERO.
      ******************************************************************


           MOVE WS-AUDIT-USER TO FS-AUDIT-USER.

      *** And which job run it was part of - the handle a selective
      *** back-out of that one run works from.
           CALL "REYDB_RUNID" USING WS-RUNID-CURRENT
               RETURNING WS-REYDB-RESULT-RUNID
           END-CALL.

           MOVE WS-RUNID-CURRENT TO FS-AUDIT-RUN-ID.

      *** And the break-glass incident it was made under, if the
      *** user had a window open here - SPACE for ordinary access.
           CALL "REYDB_BREAKGLASS_TAG" USING WS-AUDIT-USER
                                             LS-AUDIT-DATABASE-NAME
                                             WS-BRKGLS-INCIDENT
               RETURNING WS-REYDB-RESULT-BRKGLS
           END-CALL.

           MOVE WS-BRKGLS-INCIDENT TO FS-AUDIT-INCIDENT.

      *** Chain the row onto the one before it - sealing yesterday
      *** first if this is the day's first row.
           PERFORM 2000-LINK-THE-ROW
              THRU 2000-LINK-THE-ROW-EXIT.

           OPEN EXTEND FC-AUDIT. *> Created on first use, just like a
                                  *> fresh reymon.db under REYDB_ADD.

                 THRU 1000-BUMP-SEQUENCE-EXIT
           END-IF.

      *** The chain only moves on for a row that is really on disk -
      *** a failed WRITE leaves the next caller linking onto the
      *** same row this one would have.
           IF LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
              PERFORM 2100-ADVANCE-CHAIN
                 THRU 2100-ADVANCE-CHAIN-EXIT
           END-IF.

           IF LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
           OR WS-AUDITCHN-SEALED EQUAL 'S'
              PERFORM 2300-SAVE-CHAIN
                 THRU 2300-SAVE-CHAIN-EXIT
           END-IF.

           GOBACK.
      ******************************************************************

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - seals whatever run of the chain is     ***
      *** still open, so the day just ended is closed tonight rather ***
      *** than by tomorrow's first write. Nothing open is nothing to ***
      *** do.                                                        ***
      ******************************************************************
       ENTRY "REYDB_AUDIT_SEAL" USING LS-AUDIT-DATABASE-NAME.

           IF LS-AUDIT-DATABASE-NAME NOT EQUAL SPACE
              MOVE SPACE TO WS-AUDIT-DATABASE-NAME
              STRING LS-AUDIT-DATABASE-NAME DELIMITED BY SPACE
                     ".log"                 DELIMITED BY SIZE
                INTO WS-AUDIT-DATABASE-NAME
           END-IF.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.

           PERFORM 2600-NAME-CHAIN-FILES
              THRU 2600-NAME-CHAIN-FILES-EXIT.

           PERFORM 2400-LOAD-CHAIN
              THRU 2400-LOAD-CHAIN-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           IF WS-AUDITCHN-ROWS EQUAL ZERO
              GOBACK
           END-IF.

           PERFORM 2500-WRITE-SEAL
              THRU 2500-WRITE-SEAL-EXIT.

           IF WS-AUDITCHN-SEALED EQUAL 'S'
              PERFORM 2300-SAVE-CHAIN
                 THRU 2300-SAVE-CHAIN-EXIT
           ELSE
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - the chain's hash. Folds the first     ***
      *** LS-AUDIT-HASH-LEN bytes of the text onto the seed, byte by ***
      *** byte, reduced under a nine-digit prime - ordinary          ***
      *** arithmetic, the same fold the transmission register uses.  ***
      *** Shared with REYDB_AUDIT_VERIFY so writer and verifier can  ***
      *** never disagree on how a link is hashed.                    ***
      ******************************************************************
       ENTRY "REYDB_AUDIT_HASH" USING LS-AUDIT-HASH-TEXT
                                      LS-AUDIT-HASH-LEN
                                      LS-AUDIT-HASH-SEED
                                      LS-AUDIT-HASH-VALUE.

           MOVE LS-AUDIT-HASH-SEED TO WS-AUDITCHN-FOLD.

           IF LS-AUDIT-HASH-LEN GREATER THAN 1024
              MOVE 1024 TO LS-AUDIT-HASH-LEN
           END-IF.

           PERFORM VARYING WS-AUDITCHN-IDX FROM 1 BY 1
                     UNTIL WS-AUDITCHN-IDX GREATER THAN
                           LS-AUDIT-HASH-LEN
               MOVE LS-AUDIT-HASH-TEXT (WS-AUDITCHN-IDX:1)
                 TO WS-AUDITCHN-CHAR
               COMPUTE WS-AUDITCHN-FOLD =
                   (WS-AUDITCHN-FOLD * 31) + WS-AUDITCHN-VAL
               DIVIDE WS-AUDITCHN-FOLD BY 999999937
                   GIVING WS-AUDITCHN-FOLD-Q
                   REMAINDER WS-AUDITCHN-FOLD
           END-PERFORM.

           MOVE WS-AUDITCHN-FOLD TO LS-AUDIT-HASH-VALUE.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Reads, bumps and rewrites the one counter record for this  ***
      *** trail - missing file starts the count at one.              ***
       1000-BUMP-SEQUENCE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Chains the row in FS-AUDIT-RECORD onto the trail - the     ***
      *** next sequence, the hash of both images, the previous row's ***
      *** chain hash, and the row's own chain hash over its link.    ***
      *** A day change with rows still open seals them first.        ***
      ******************************************************************
       2000-LINK-THE-ROW.

           PERFORM 2600-NAME-CHAIN-FILES
              THRU 2600-NAME-CHAIN-FILES-EXIT.

           PERFORM 2400-LOAD-CHAIN
              THRU 2400-LOAD-CHAIN-EXIT.

           IF WS-AUDITCHN-ROWS GREATER THAN ZERO
              AND WS-AUDITCHN-DAY NOT EQUAL WS-AUDIT-DATE
              PERFORM 2500-WRITE-SEAL
                 THRU 2500-WRITE-SEAL-EXIT
           END-IF.

           MOVE FS-AUDIT-BEFORE TO WS-AUDITCHN-HASH-TEXT (1:512).
           MOVE FS-AUDIT-AFTER  TO WS-AUDITCHN-HASH-TEXT (513:512).
           MOVE 1024            TO WS-AUDITCHN-HASH-LEN.
           MOVE ZERO            TO WS-AUDITCHN-HASH-SEED.

           CALL "REYDB_AUDIT_HASH" USING WS-AUDITCHN-HASH-TEXT
                                         WS-AUDITCHN-HASH-LEN
                                         WS-AUDITCHN-HASH-SEED
                                         WS-AUDITCHN-HASH-VALUE
               RETURNING WS-REYDB-RESULT-AUDITHASH
           END-CALL.

           MOVE WS-AUDITCHN-HASH-VALUE TO FS-AUDIT-IMAGE-HASH.

           COMPUTE FS-AUDIT-SEQUENCE = WS-AUDITCHN-SEQUENCE + 1.
           MOVE WS-AUDITCHN-HASH TO FS-AUDIT-PREV-HASH.
           MOVE SPACE            TO FS-AUDIT-SCRUBBED.

           MOVE FS-AUDIT-SEQUENCE   TO WS-AUDITCHN-LINK-SEQUENCE.
           MOVE FS-AUDIT-KEY        TO WS-AUDITCHN-LINK-KEY.
           MOVE FS-AUDIT-OPERATION  TO WS-AUDITCHN-LINK-OPERATION.
           MOVE FS-AUDIT-TIMESTAMP  TO WS-AUDITCHN-LINK-TIMESTAMP.
           MOVE FS-AUDIT-USER       TO WS-AUDITCHN-LINK-USER.
           MOVE FS-AUDIT-KEYGEN     TO WS-AUDITCHN-LINK-KEYGEN.
           MOVE FS-AUDIT-IMAGE-HASH TO WS-AUDITCHN-LINK-IMAGE.

           MOVE SPACE              TO WS-AUDITCHN-HASH-TEXT.
           MOVE WS-AUDITCHN-LINK   TO WS-AUDITCHN-HASH-TEXT.
           MOVE LENGTH OF WS-AUDITCHN-LINK
                                   TO WS-AUDITCHN-HASH-LEN.
           MOVE FS-AUDIT-PREV-HASH TO WS-AUDITCHN-HASH-SEED.

           CALL "REYDB_AUDIT_HASH" USING WS-AUDITCHN-HASH-TEXT
                                         WS-AUDITCHN-HASH-LEN
                                         WS-AUDITCHN-HASH-SEED
                                         WS-AUDITCHN-HASH-VALUE
               RETURNING WS-REYDB-RESULT-AUDITHASH
           END-CALL.

           MOVE WS-AUDITCHN-HASH-VALUE TO FS-AUDIT-CHAIN-HASH.

       2000-LINK-THE-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Moves the in-storage chain state on past the row just      ***
      *** written - a fresh run of the chain starts at it.           ***
      ******************************************************************
       2100-ADVANCE-CHAIN.

           IF WS-AUDITCHN-ROWS EQUAL ZERO
              MOVE FS-AUDIT-SEQUENCE TO WS-AUDITCHN-FIRST-SEQ
           END-IF.

           MOVE FS-AUDIT-SEQUENCE   TO WS-AUDITCHN-SEQUENCE.
           MOVE FS-AUDIT-CHAIN-HASH TO WS-AUDITCHN-HASH.
           MOVE WS-AUDIT-DATE       TO WS-AUDITCHN-DAY.
           ADD 1 TO WS-AUDITCHN-ROWS.

       2100-ADVANCE-CHAIN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Rewrites the one chain-state record from storage.          ***
      ******************************************************************
       2300-SAVE-CHAIN.

           OPEN OUTPUT FC-AUDITCHN.

           MOVE WS-AUDITCHN-SEQUENCE  TO FS-AUDITCHN-SEQUENCE.
           MOVE WS-AUDITCHN-HASH      TO FS-AUDITCHN-HASH.
           MOVE WS-AUDITCHN-DAY       TO FS-AUDITCHN-DAY.
           MOVE WS-AUDITCHN-FIRST-SEQ TO FS-AUDITCHN-FIRST-SEQ.
           MOVE WS-AUDITCHN-ROWS      TO FS-AUDITCHN-ROWS.
           MOVE WS-AUDITCHN-SEAL-HASH TO FS-AUDITCHN-SEAL-HASH.

           WRITE FS-AUDITCHN-RECORD.

           CLOSE FC-AUDITCHN.

       2300-SAVE-CHAIN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Reads the one chain-state record - a missing file is a     ***
      *** trail never chained, which starts at sequence one.         ***
      ******************************************************************
       2400-LOAD-CHAIN.

           MOVE ZERO TO WS-AUDITCHN-SEQUENCE
                        WS-AUDITCHN-HASH
                        WS-AUDITCHN-DAY
                        WS-AUDITCHN-FIRST-SEQ
                        WS-AUDITCHN-ROWS
                        WS-AUDITCHN-SEAL-HASH.

           OPEN INPUT FC-AUDITCHN.

           IF WS-AUDITCHN-FILE-STATUS NOT EQUAL "00"
              GO TO 2400-LOAD-CHAIN-EXIT
           END-IF.

           READ FC-AUDITCHN.

           IF WS-AUDITCHN-FILE-STATUS EQUAL "00"
              MOVE FS-AUDITCHN-SEQUENCE  TO WS-AUDITCHN-SEQUENCE
              MOVE FS-AUDITCHN-HASH      TO WS-AUDITCHN-HASH
              MOVE FS-AUDITCHN-DAY       TO WS-AUDITCHN-DAY
              MOVE FS-AUDITCHN-FIRST-SEQ TO WS-AUDITCHN-FIRST-SEQ
              MOVE FS-AUDITCHN-ROWS      TO WS-AUDITCHN-ROWS
              MOVE FS-AUDITCHN-SEAL-HASH TO WS-AUDITCHN-SEAL-HASH
           END-IF.

           CLOSE FC-AUDITCHN.

       2400-LOAD-CHAIN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Appends the seal closing the open run of the chain - its   ***
      *** day, first and last sequence, row count and closing chain  ***
      *** hash, hashed onto the seal before it. Only a seal really   ***
      *** on the register closes the run.                            ***
      ******************************************************************
       2500-WRITE-SEAL.

           MOVE WS-AUDITCHN-DAY       TO WS-AUDITSEAL-LINK-DAY.
           MOVE WS-AUDITCHN-FIRST-SEQ TO WS-AUDITSEAL-LINK-FIRST-SEQ.
           MOVE WS-AUDITCHN-SEQUENCE  TO WS-AUDITSEAL-LINK-LAST-SEQ.
           MOVE WS-AUDITCHN-ROWS      TO WS-AUDITSEAL-LINK-ROWS.
           MOVE WS-AUDITCHN-HASH      TO WS-AUDITSEAL-LINK-CHAIN-HASH.

           MOVE SPACE                 TO WS-AUDITCHN-HASH-TEXT.
           MOVE WS-AUDITSEAL-LINK     TO WS-AUDITCHN-HASH-TEXT.
           MOVE LENGTH OF WS-AUDITSEAL-LINK
                                      TO WS-AUDITCHN-HASH-LEN.
           MOVE WS-AUDITCHN-SEAL-HASH TO WS-AUDITCHN-HASH-SEED.

           CALL "REYDB_AUDIT_HASH" USING WS-AUDITCHN-HASH-TEXT
                                         WS-AUDITCHN-HASH-LEN
                                         WS-AUDITCHN-HASH-SEED
                                         WS-AUDITCHN-HASH-VALUE
               RETURNING WS-REYDB-RESULT-AUDITHASH
           END-CALL.

           MOVE WS-AUDITCHN-DAY        TO FS-AUDITSEAL-DAY.
           MOVE WS-AUDITCHN-FIRST-SEQ  TO FS-AUDITSEAL-FIRST-SEQ.
           MOVE WS-AUDITCHN-SEQUENCE   TO FS-AUDITSEAL-LAST-SEQ.
           MOVE WS-AUDITCHN-ROWS       TO FS-AUDITSEAL-ROWS.
           MOVE WS-AUDITCHN-HASH       TO FS-AUDITSEAL-CHAIN-HASH.
           MOVE WS-AUDITCHN-SEAL-HASH  TO FS-AUDITSEAL-PREV-HASH.
           MOVE WS-AUDITCHN-HASH-VALUE TO FS-AUDITSEAL-HASH.
           MOVE WS-AUDIT-DATE          TO FS-AUDITSEAL-SEALED-TS (1:8).
           MOVE WS-AUDIT-TIME          TO FS-AUDITSEAL-SEALED-TS (9:8).

           OPEN EXTEND FC-AUDITSEAL.

           IF WS-AUDITSEAL-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-AUDITSEAL
           END-IF.

           WRITE FS-AUDITSEAL-RECORD.

           IF WS-AUDITSEAL-FILE-STATUS EQUAL "00"
              MOVE WS-AUDITCHN-HASH-VALUE TO WS-AUDITCHN-SEAL-HASH
              MOVE ZERO                   TO WS-AUDITCHN-ROWS
                                             WS-AUDITCHN-FIRST-SEQ
              MOVE 'S'                    TO WS-AUDITCHN-SEALED
           END-IF.

           CLOSE FC-AUDITSEAL.

       2500-WRITE-SEAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Derives the chain-state and seal register names from the   ***
      *** trail's own name.                                          ***
      ******************************************************************
       2600-NAME-CHAIN-FILES.

           MOVE SPACE TO WS-AUDITCHN-NAME.
           STRING WS-AUDIT-DATABASE-NAME DELIMITED BY SPACE
                  ".chn"                 DELIMITED BY SIZE
             INTO WS-AUDITCHN-NAME.

           MOVE SPACE TO WS-AUDITSEAL-NAME.
           STRING WS-AUDIT-DATABASE-NAME DELIMITED BY SPACE
                  ".sel"                 DELIMITED BY SIZE
             INTO WS-AUDITSEAL-NAME.

       2600-NAME-CHAIN-FILES-EXIT.
           EXIT.
      ******************************************************************
