      *** Author:  Reymon Dev         ***
      *** File:    reydb-histogram.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-HISTOGRAM
           ASSIGN DYNAMIC WS-HISTOGRAM-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-HISTOGRAM-FILE-STATUS.
