      *** Author:  Reymon Dev      ***
      *** File:    reydb-batch.cpy ***
      *** Date:    10/08/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

      *****************************************

           SELECT FC-REJECT
           ASSIGN DYNAMIC WS-REJECT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-REJECT-FILE-STATUS.
