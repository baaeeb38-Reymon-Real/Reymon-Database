      *** Author:  Reymon Dev      ***
      *** File:    reydb-diff.cpy  ***
      *** Date:    10/08/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************


       77 WS-REYDB-SECOND-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-DIFF-FILE-STATUS         PIC X(02) VALUE SPACE.
       77 WS-DIFF-FILE-NAME           PIC X(64) VALUE "diff.rpt".

      *** One EOF switch per side, since both files are walked in
      *** lockstep key order instead of one at a time.
