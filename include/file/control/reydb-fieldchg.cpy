      *** Author:  Reymon Dev         ***
      *** File:    reydb-fieldchg.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-FIELDCHG
           ASSIGN DYNAMIC WS-FIELDCHG-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-FIELDCHG-FILE-STATUS.
