      *** Author:  Reymon Dev         ***
      *** File:    reydb-recover.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

           FILE STATUS WS-PROBE-FILE-STATUS.

           SELECT FC-RECOVER
           ASSIGN DYNAMIC WS-RECOVER-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RECOVER-FILE-STATUS.
