      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-hier.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       77 WS-HIER-RPT-STATUS PIC X(02) VALUE SPACE.
       77 WS-HIER-RPT-NAME   PIC X(64) VALUE "hier.rpt".

      *** Caller-side items for REYDB_HIER and its entry points - the
      *** row an explosion or rollup starts from (SPACE - every top
      *** row), the numeric field a rollup adds up, and what the
      *** check and depth runs hand back.
       77 WS-HIER-START-KEY    PIC X(18) VALUE SPACE.
       77 WS-HIER-AMOUNT-FIELD PIC X(16) VALUE SPACE.
       77 WS-HIER-CYCLES       PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-HIER-ORPHANS      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-HIER-MAX-DEPTH    PIC 9(04) COMP-5 VALUE ZERO.

      *** Result of a CALL to REYDB_HIER.
       77 WS-REYDB-RESULT-HIER PIC 9(18) VALUE ZERO.
