      *** Author:  Reymon Dev         ***
      *** File:    reydb-alias.cpy    ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-ALIAS
           ASSIGN DYNAMIC WS-ALIAS-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ALIAS-KEY
