      *** Author:  Reymon Dev         ***
      *** File:    reydb-extent.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-EXTENT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-EXTENT-FILE-NAME   PIC X(64) VALUE "extent.dat".

      *** Caller-side items for the REYDB_EXTENT_NEXT call - the
      *** physical file after the one in hand, SPACE when the chain
