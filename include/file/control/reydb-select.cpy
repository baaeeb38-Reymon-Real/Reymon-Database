      *** Author:  Reymon Dev         ***
      *** File:    reydb-select.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-SELECT
           ASSIGN DYNAMIC WS-SELECT-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SELECT-FILE-STATUS.
