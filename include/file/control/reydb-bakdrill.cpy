      *** Author:  Reymon Dev         ***
      *** File:    reydb-bakdrill.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-BAKDRILL
           ASSIGN DYNAMIC WS-BAKDRILL-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-BAKDRILL-FILE-STATUS.
