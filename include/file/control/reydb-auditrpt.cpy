      *** Author:  Reymon Dev         ***
      *** File:    reydb-auditrpt.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-AUDIT-REPORT
           ASSIGN DYNAMIC WS-AUDIT-REPORT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-AUDIT-REPORT-FILE-STATUS.
