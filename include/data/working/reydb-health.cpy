      *** Author:  Reymon Dev         ***
      *** File:    reydb-health.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-HEALTH-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-HEALTH-FILE-NAME   PIC X(64) VALUE "health.rpt".
      ******************************************************************
