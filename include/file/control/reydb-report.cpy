      *** Author:  Reymon Dev         ***
      *** File:    reydb-report.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

           FILE STATUS WS-REPORT-FILE-STATUS.

           SELECT FC-BURST-MANIFEST
           ASSIGN DYNAMIC WS-MANIFEST-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-MANIFEST-FILE-STATUS.
