      *** Author:  Reymon Dev         ***
      *** File:    reydb-rekeymap.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-REKEYMAP
           ASSIGN DYNAMIC WS-REKEYMAP-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-REKEYMAP-FILE-STATUS.
