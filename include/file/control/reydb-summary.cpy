      *** Author:  Reymon Dev         ***
      *** File:    reydb-summary.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-SUMMARY
           ASSIGN DYNAMIC WS-SUMMARY-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SUMMARY-FILE-STATUS.
