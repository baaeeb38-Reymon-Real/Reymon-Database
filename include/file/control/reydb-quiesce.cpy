      *** Author:  Reymon Dev         ***
      *** File:    reydb-quiesce.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-QUIESCE
           ASSIGN DYNAMIC WS-QUIESCE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-QUIESCE-KEY
