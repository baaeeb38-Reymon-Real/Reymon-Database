      *** Author:  Reymon Dev         ***
      *** File:    reydb-dict.cpy     ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-DICT
           ASSIGN DYNAMIC WS-DICT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-DICT-KEY
