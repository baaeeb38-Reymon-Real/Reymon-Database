      *** Author:  Reymon Dev         ***
      *** File:    reydb-catalog.cpy  ***
      *** Date:    10/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-CATALOG
           ASSIGN DYNAMIC WS-CATALOG-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CATALOG-KEY
