      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-impact.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       77 WS-IMPACT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-IMPACT-FILE-NAME   PIC X(64) VALUE "impact.rpt".

      *** How many control records still name the database, as
      *** REYDB_IMPACT counts them.
       77 WS-IMPACT-COUNT PIC 9(09) COMP-5 VALUE ZERO.

      *** Result of the CALLs to REYDB_IMPACT and REYDB_IMPACT_CARRY.
       77 WS-REYDB-RESULT-IMPACT PIC 9(18) VALUE ZERO.
