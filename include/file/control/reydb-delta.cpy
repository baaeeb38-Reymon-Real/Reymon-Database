      *** Author:  Reymon Dev         ***
      *** File:    reydb-delta.cpy    ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-DELTADST
           ASSIGN DYNAMIC WS-DELTADST-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-DELTADST-KEY
