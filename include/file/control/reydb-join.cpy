      *** Author:  Reymon Dev         ***
      *** File:    reydb-join.cpy     ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-JOIN-RPT
           ASSIGN DYNAMIC WS-JOIN-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-JOIN-RPT-FILE-STATUS.
