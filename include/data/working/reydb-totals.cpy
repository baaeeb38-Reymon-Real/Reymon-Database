      *** Author:  Reymon Dev         ***
      *** File:    reydb-totals.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-TOTALS-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-BALANCE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-BALANCE-FILE-NAME   PIC X(64) VALUE "balance.rpt".

      *** File FC-TOTALS's dynamic ASSIGN actually opens - derived
      *** per database ("<db>.tot"); the default covers callers
      *** operating on the default "reymon.db".
       77 WS-TOTALS-DATABASE-NAME PIC X(64) VALUE "reymon.db.tot".

      *** Its per-currency companion, "<db>.tcy".
       77 WS-TOTCCY-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-TOTCCY-DATABASE-NAME PIC X(64) VALUE "reymon.db.tcy".

      *** Result of the CALL into the totals entries, for the update
      *** programs that make it.
       77 WS-REYDB-RESULT-TOTALS PIC 9(18) VALUE ZERO.
