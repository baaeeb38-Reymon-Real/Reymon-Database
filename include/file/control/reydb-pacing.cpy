      *** Author:  Reymon Dev         ***
      *** File:    reydb-pacing.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-PACING
           ASSIGN DYNAMIC WS-PACING-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-PACING-KEY
           FILE STATUS WS-PACING-FILE-STATUS.

           SELECT FC-ONLINE-FLAG
           ASSIGN DYNAMIC WS-ONLINE-FLAG-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-ONLINE-FLAG-STATUS.
