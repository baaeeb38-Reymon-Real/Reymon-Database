      *** Author:  Reymon Dev         ***
      *** File:    reydb-digest.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-DIGEST
           ASSIGN DYNAMIC WS-DIGEST-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-DIGEST-FILE-STATUS.
