      *** Author:  Reymon Dev         ***
      *** File:    reydb-stathist.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

           FILE STATUS WS-STATHIST-FILE-STATUS.

           SELECT FC-FORECAST
           ASSIGN DYNAMIC WS-FORECAST-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-FORECAST-FILE-STATUS.
