      *** Author:  Reymon Dev         ***
      *** File:    reydb-xcheck.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-XCHECK
           ASSIGN DYNAMIC WS-XCHECK-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-XCHECK-FILE-STATUS.
