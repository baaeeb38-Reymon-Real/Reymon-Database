      *** Author:  Reymon Dev         ***
      *** File:    reydb-preflight.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-PREFLIGHT
           ASSIGN DYNAMIC WS-PREFLIGHT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-PREFLIGHT-FILE-STATUS.
