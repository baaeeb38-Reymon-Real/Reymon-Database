      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-accrue.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       77 WS-ACCRATE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-ACCRATE-FILE-NAME   PIC X(64) VALUE "accrate.dat".
       77 WS-ACCJRNL-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-ACCJRNL-FILE-NAME   PIC X(64) VALUE "accrual.jnl".
       77 WS-ACCRUN-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-ACCRUN-FILE-NAME    PIC X(64) VALUE "accrun.dat".
       77 WS-ACCRPT-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-ACCRPT-FILE-NAME    PIC X(64) VALUE "accrual.rpt".

      *** The rate a code falls back to when it has no row.
       77 WS-ACCRATE-ANY-CODE PIC X(32) VALUE "*".

      *** Result of the CALL to REYDB_ACCRUE.
       77 WS-REYDB-RESULT-ACCRUE PIC 9(18) VALUE ZERO.
