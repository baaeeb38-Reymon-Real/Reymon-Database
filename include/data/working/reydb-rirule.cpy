      *** Author:  Reymon Dev         ***
      *** File:    reydb-rirule.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-RIRULE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RIRULE-FILE-NAME   PIC X(64) VALUE "ri.dat".

      *** Result of the CALL into the rule-check entries, for the
      *** writers that make it.
