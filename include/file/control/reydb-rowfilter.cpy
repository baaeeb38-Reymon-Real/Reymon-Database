      *** Author:  Reymon Dev         ***
      *** File:    reydb-rowfilter.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-ROWFILTER
           ASSIGN DYNAMIC WS-ROWFILTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ROWFILTER-KEY
