      *** Author:  Reymon Dev         ***
      *** File:    reydb-massupd.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-MASSUPD-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-MASSUPD-FILE-NAME   PIC X(64) VALUE "massupd.rpt".
      ******************************************************************
