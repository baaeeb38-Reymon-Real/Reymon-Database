      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-replay.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the workload replay  ***
      *** comparison report - replayed      ***
      *** against recorded timings per      ***
      *** program per hour, then the        ***
      *** window projection.                ***
      *****************************************

           SELECT FC-REPLAY-RPT
           ASSIGN DYNAMIC WS-REPLAY-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-REPLAY-RPT-STATUS.
