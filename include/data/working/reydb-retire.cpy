      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-retire.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-RETIRED-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RETIRED-FILE-NAME   PIC X(64) VALUE "retired.dat".
       77 WS-RETQUAR-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RETQUAR-FILE-NAME   PIC X(64) VALUE "retquar.dat".
       77 WS-RETRPT-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-RETRPT-FILE-NAME    PIC X(64) VALUE "retired.rpt".

      *** Caller-side items - which delete retired the key, and the
      *** answer to whether a key is still in quarantine.
       77 WS-RETIRE-HOW          PIC X(08) VALUE SPACE.
       77 WS-RETIRE-IS-RETIRED   PIC X(01) VALUE 'N'.

      *** Result of the CALLs to REYDB_RETIRE_*.
       77 WS-REYDB-RESULT-RETIRE PIC 9(18) VALUE ZERO.
      ******************************************************************
