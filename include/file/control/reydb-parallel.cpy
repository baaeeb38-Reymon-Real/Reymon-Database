      *** Author:  Reymon Dev         ***
      *** File:    reydb-parallel.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-PARALLEL
           ASSIGN DYNAMIC WS-PARALLEL-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-PARALLEL-FILE-STATUS.
