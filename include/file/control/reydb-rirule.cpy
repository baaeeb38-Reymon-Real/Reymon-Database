      *** Author:  Reymon Dev         ***
      *** File:    reydb-rirule.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-RIRULE
           ASSIGN DYNAMIC WS-RIRULE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RIRULE-KEY
