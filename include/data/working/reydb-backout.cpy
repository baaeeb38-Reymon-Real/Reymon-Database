      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-backout.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-BACKWRK-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-BACKWRK-FILE-NAME   PIC X(64) VALUE "backout.wrk".
       77 WS-BACKRPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-BACKRPT-FILE-NAME   PIC X(64) VALUE "backout.rpt".
      ******************************************************************
