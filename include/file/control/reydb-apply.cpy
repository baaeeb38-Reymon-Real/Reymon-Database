      *** Author:  Reymon Dev         ***
      *** File:    reydb-apply.cpy    ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-APPLY-CMD
           ASSIGN DYNAMIC WS-APPLY-CMD-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-APPLY-CMD-FILE-STATUS.

           SELECT FC-APPLY-RPT
           ASSIGN DYNAMIC WS-APPLY-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-APPLY-RPT-FILE-STATUS.
