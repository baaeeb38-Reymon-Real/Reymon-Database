      *** Author:  Reymon Dev         ***
      *** File:    reydb-gaps.cpy     ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-GAPS
           ASSIGN DYNAMIC WS-GAPS-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-GAPS-FILE-STATUS.
