      *** Author:  Reymon Dev         ***
      *** File:    reydb-massupd.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-MASSUPD
           ASSIGN DYNAMIC WS-MASSUPD-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-MASSUPD-FILE-STATUS.
