      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-cpygen.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-CPYGEN-OUT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CPYGEN-OUT-FILE-NAME   PIC X(64) VALUE SPACE.
       77 WS-CPYGEN-UNL-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CPYGEN-UNL-FILE-NAME   PIC X(64) VALUE SPACE.

      *** What a layout unload's first record carries in its id
      *** bytes - a consumer reads it before any data record.
       77 WS-CPYGEN-HEADER-ID PIC X(08) VALUE "*LAYOUT*".

      *** Result of a CALL to REYDB_CPYGEN/REYDB_CPYGEN_UNLOAD.
       77 WS-REYDB-RESULT-CPYGEN PIC 9(18) VALUE ZERO.
      ******************************************************************
