      *** Author:  Reymon Dev         ***
      *** File:    reydb-dupfind.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-DUPFIND
           ASSIGN DYNAMIC WS-DUPFIND-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-DUPFIND-FILE-STATUS.
