      *** Author:  Reymon Dev         ***
      *** File:    reydb-derive.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-DERIVE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-DERIVE-FILE-NAME   PIC X(64) VALUE "derived.dat".

      *** Result of the CALL to REYDB_DERIVE_APPLY the writers make.
       77 WS-REYDB-RESULT-DERIVE PIC 9(18) VALUE ZERO.
