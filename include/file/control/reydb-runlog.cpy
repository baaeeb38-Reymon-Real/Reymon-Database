      *** Author:  Reymon Dev         ***
      *** File:    reydb-runlog.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-RUNLOG
           ASSIGN DYNAMIC WS-RUNLOG-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RUNLOG-FILE-STATUS.

           SELECT FC-ALERT
           ASSIGN DYNAMIC WS-ALERT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-ALERT-FILE-STATUS.

           SELECT FC-RUNHIST
           ASSIGN DYNAMIC WS-RUNHIST-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RUNHIST-FILE-STATUS.
