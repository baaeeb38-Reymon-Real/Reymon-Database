      *** Author:  Reymon Dev         ***
      *** File:    reydb-xcheck.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-XCHECK-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-XCHECK-FILE-NAME   PIC X(64) VALUE "xcheck.rpt".

       77 WS-XCHECK-ORPHAN-COUNT PIC 9(09) COMP-5 VALUE ZERO.
      ******************************************************************
