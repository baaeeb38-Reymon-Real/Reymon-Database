      *** Author:  Reymon Dev         ***
      *** File:    reydb-parallel.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-PARALLEL-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-PARALLEL-FILE-NAME   PIC X(64) VALUE "parallel.rpt".
      ******************************************************************
