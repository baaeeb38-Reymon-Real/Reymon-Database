      *** Author:  Reymon Dev         ***
      *** File:    reydb-dupmerge.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-SURVIVOR
           ASSIGN DYNAMIC WS-SURVIVOR-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SURVIVOR-FILE-STATUS.

           SELECT FC-DUPMERGE
           ASSIGN DYNAMIC WS-DUPMERGE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-DUPMERGE-FILE-STATUS.
