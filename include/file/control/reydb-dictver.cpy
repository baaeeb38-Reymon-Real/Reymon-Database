      *** Author:  Reymon Dev         ***
      *** File:    reydb-dictver.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-DICTVER
           ASSIGN DYNAMIC WS-DICTVER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-DICTVER-KEY
           FILE STATUS WS-DICTVER-FILE-STATUS.

           SELECT FC-LAYOUTVER
           ASSIGN DYNAMIC WS-LAYOUTVER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-LAYOUTVER-KEY
