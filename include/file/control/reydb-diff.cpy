      *** Author:  Reymon Dev      ***
      *** File:    reydb-diff.cpy  ***
      *** Date:    10/08/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

      *********************************************

           SELECT FC-DIFF
           ASSIGN DYNAMIC WS-DIFF-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-DIFF-FILE-STATUS.
