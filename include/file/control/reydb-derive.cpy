      *** Author:  Reymon Dev         ***
      *** File:    reydb-derive.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-DERIVE
           ASSIGN DYNAMIC WS-DERIVE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-DERIVE-KEY
