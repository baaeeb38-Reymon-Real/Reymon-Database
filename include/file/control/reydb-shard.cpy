      *** Author:  Reymon Dev         ***
      *** File:    reydb-shard.cpy    ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-SHARD
           ASSIGN DYNAMIC WS-SHARD-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SHARD-KEY
