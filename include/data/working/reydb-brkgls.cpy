      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-brkgls.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-BRKGLS-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-BRKGLS-FILE-NAME   PIC X(64) VALUE "breakglass.dat".
       77 WS-BGLRPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-BGLRPT-FILE-NAME   PIC X(64) VALUE "breakglass.rpt".

      *** Caller-side item - the incident a change is being made
      *** under, SPACE when no break-glass grant is open.
       77 WS-BRKGLS-INCIDENT PIC X(16) VALUE SPACE.

      *** Result of the CALLs to REYDB_BREAKGLASS_*.
       77 WS-REYDB-RESULT-BRKGLS PIC 9(18) VALUE ZERO.
      ******************************************************************
