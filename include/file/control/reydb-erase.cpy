      *** Author:  Reymon Dev         ***
      *** File:    reydb-erase.cpy    ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-ERASURE
           ASSIGN DYNAMIC WS-ERASURE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-ERASURE-FILE-STATUS.
