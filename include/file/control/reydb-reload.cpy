      *** Author:  Reymon Dev         ***
      *** File:    reydb-reload.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-FIX
           ASSIGN DYNAMIC WS-FIX-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-FIX-FILE-STATUS.

           SELECT FC-RELOAD-RPT
           ASSIGN DYNAMIC WS-RELOAD-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RELOAD-RPT-FILE-STATUS.
