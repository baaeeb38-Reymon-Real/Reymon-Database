      *** Author:  Reymon Dev         ***
      *** File:    reydb-bakset.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-BAKSET-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-BAKSET-FILE-NAME   PIC X(64) VALUE "bakset.dat".
      ******************************************************************
