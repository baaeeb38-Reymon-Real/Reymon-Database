      *** Author:  Reymon Dev         ***
      *** File:    reydb-stats.cpy    ***
      *** Date:    10/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-STATS
           ASSIGN DYNAMIC WS-STATS-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-STATS-FILE-STATUS.
