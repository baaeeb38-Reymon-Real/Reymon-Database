      *** Author:  Reymon Dev         ***
      *** File:    reydb-sample.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-SAMPLE
           ASSIGN DYNAMIC WS-SAMPLE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SAMPLE-FILE-STATUS.
