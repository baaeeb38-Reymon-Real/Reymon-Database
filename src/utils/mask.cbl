      *** Author:  Reymon Dev         ***
      *** File:    mask.cbl           ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** enciphers on the way in, as always) yields a structurally  ***
      *** faithful test database with no real customer data in it -  ***
      *** what development gets instead of live content.             ***
      *** REYDB_MASK_APPLY runs the same profile over one content    ***
      *** area in place, for callers that land rows one at a time    ***
      *** (the workload replay) instead of through an extract.       ***
      ******************************************************************

      ******************************************************************
       77 LS-MASK-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-MASK-METHOD PIC X(01) VALUE SPACE.
       77 LS-MASK-VALUE  PIC X(32) VALUE SPACE.

      *** One plaintext content area masked in place.
       77 LS-MASK-CONTENT PIC X(471) VALUE SPACE.
      ******************************************************************

      ******************************************************************
           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - one plaintext content area through    ***
      *** every rule of the database's profile, in place. No profile ***
      *** on file is refused the same way the masked unload refuses  ***
      *** it - the caller would otherwise land live content in a     ***
      *** copy it believes is masked.                                ***
      ******************************************************************
       ENTRY "REYDB_MASK_APPLY" USING LS-REYDB-DATABASE-NAME
                                      LS-MASK-CONTENT.

           PERFORM 0100-DERIVE-NAME THRU 0100-DERIVE-NAME-EXIT.
           PERFORM 0200-LOAD-PROFILE THRU 0200-LOAD-PROFILE-EXIT.

           IF WS-MASK-RULE-COUNT EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           ACCEPT WS-MASK-TIME FROM TIME.
           COMPUTE WS-MASK-SEED = WS-MASK-TIME + 12345.

           MOVE LS-MASK-CONTENT TO WS-MASK-OUT-CONTENT.

           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
                     UNTIL WS-MASK-IDX GREATER THAN WS-MASK-RULE-COUNT
               PERFORM 1100-APPLY-RULE THRU 1100-APPLY-RULE-EXIT
           END-PERFORM.

           MOVE WS-MASK-OUT-CONTENT TO LS-MASK-CONTENT.
           MOVE WS-REYDB-SUCCESS    TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************
      *** Derives this database's profile file name.                 ***
      ******************************************************************
