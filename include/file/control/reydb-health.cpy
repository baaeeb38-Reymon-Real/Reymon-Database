      *** Author:  Reymon Dev         ***
      *** File:    reydb-health.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-HEALTH
           ASSIGN DYNAMIC WS-HEALTH-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-HEALTH-FILE-STATUS.
