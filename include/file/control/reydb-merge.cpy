      *** Author:  Reymon Dev      ***
      *** File:    reydb-merge.cpy ***
      *** Date:    10/08/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

      *********************************************

           SELECT FC-COLLISION
           ASSIGN DYNAMIC WS-COLLISION-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-COLLISION-FILE-STATUS.
