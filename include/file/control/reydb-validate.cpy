      *** Author:  Reymon Dev         ***
      *** File:    reydb-validate.cpy ***
      *** Date:    10/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-VALIDATE
           ASSIGN DYNAMIC WS-VALIDATE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-VALIDATE-FILE-STATUS.
