      *** Author:  Reymon Dev         ***
      *** File:    nightly.cbl        ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


      ******************************************************************
      *** Nightly maintenance run-deck - REYDB_SORT, REYDB_REBUILD,  ***
      *** REYDB_BACKUP, the watch-list rescreen and the audit trail  ***
      *** seal and chain verification in that order, each step gated ***
      *** on the one before it, the way a scheduled job stream would ***
      *** be.                                                        ***
      *** All five take the caller's LS-REYDB-DATABASE-NAME          ***
      *** straight through, so the whole run-deck stays on the one  ***
      *** database the caller named.                                ***
      ******************************************************************
      *** has no caller to hand these back to.
       77 WS-NIGHTLY-SORT-ROW-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-NIGHTLY-SORT-ELAPSED   PIC 9(09) COMP-5 VALUE ZERO.

      *** The rescreen only runs when the list changed, and what it
      *** newly held is the compliance queue's to report, not ours.
       77 WS-NIGHTLY-RESCREEN-FORCE PIC X(01) VALUE 'N'.
       77 WS-NIGHTLY-RESCREEN-HELD  PIC 9(09) COMP-5 VALUE ZERO.

      *** What the chain verification walked and where it first
      *** broke - the findings themselves are on "<trail>.vfy".
       77 WS-NIGHTLY-AUDIT-ROWS      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-NIGHTLY-AUDIT-BREAK-SEQ PIC 9(09) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
               RETURNING LS-REYDB-RESULT
           END-CALL.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

      *** Step 4 - screen the whole database again when compliance's
      *** watch list (or the fields nominated for it) changed since
      *** the last pass; new hits wait on the compliance queue. The
      *** caller's count stays the backup's.
           CALL "REYDB_WATCHQ_RESCREEN" USING LS-REYDB-DATABASE-NAME
                                              WS-NIGHTLY-RESCREEN-FORCE
                                              WS-NIGHTLY-RESCREEN-HELD
               RETURNING LS-REYDB-RESULT
           END-CALL.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

      *** Step 5 - close today's run of the audit trail's hash chain
      *** with its seal, then walk the whole chain, rotated
      *** generations included. A broken chain ends the run-deck on
      *** WS-REYDB-CORRUPT-RECORD.
           CALL "REYDB_AUDIT_SEAL" USING LS-REYDB-DATABASE-NAME
               RETURNING LS-REYDB-RESULT
           END-CALL.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           CALL "REYDB_AUDIT_VERIFY" USING LS-REYDB-DATABASE-NAME
                                           WS-NIGHTLY-AUDIT-ROWS
                                           WS-NIGHTLY-AUDIT-BREAK-SEQ
               RETURNING LS-REYDB-RESULT
           END-CALL.

           GOBACK.
      ******************************************************************
