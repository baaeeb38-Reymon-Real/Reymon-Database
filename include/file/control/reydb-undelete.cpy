      *** Author:  Reymon Dev         ***
      *** File:    reydb-undelete.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-UNDELETE
           ASSIGN DYNAMIC WS-UNDELETE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-UNDELETE-FILE-STATUS.
