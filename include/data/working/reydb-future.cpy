      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-future.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-FUTURE-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-FUTURE-FILE-NAME       PIC X(64) VALUE "futurechg.dat".
       77 WS-FUTURE-RPT-FILE-STATUS PIC X(02) VALUE SPACE.

      *** File FC-FUTURE-RPT's dynamic ASSIGN actually opens - the
      *** apply step's listing or the inquiry's.
       77 WS-FUTURE-RPT-NAME PIC X(64) VALUE "futureapl.rpt".

      *** Result of the CALL to REYDB_FUTURE_*.
       77 WS-REYDB-RESULT-FUTURE PIC 9(18) VALUE ZERO.
      ******************************************************************
