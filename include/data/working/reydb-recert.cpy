      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-recert.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-RECERT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RECERT-FILE-NAME   PIC X(64) VALUE "recert.rpt".
       77 WS-RECCUR-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RECCUR-FILE-NAME   PIC X(64) VALUE "recert.cur".
       77 WS-RECPRV-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RECPRV-FILE-NAME   PIC X(64) VALUE "recert.dat".
       77 WS-RECCHG-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RECCHG-FILE-NAME   PIC X(64) VALUE "recertchg.rpt".

      *** Result of the CALLs to REYDB_RECERT*.
       77 WS-REYDB-RESULT-RECERT PIC 9(18) VALUE ZERO.
      ******************************************************************
