      *** Author:  Reymon Dev         ***
      *** File:    reydb-spool.cpy    ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-SPOOL
           ASSIGN DYNAMIC WS-SPOOL-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SPOOL-KEY
           FILE STATUS WS-SPOOL-IN-STATUS.

           SELECT FC-SPOOL-LIST
           ASSIGN DYNAMIC WS-SPOOL-LIST-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SPOOL-LIST-STATUS.

           SELECT FC-SPOOL-OUT
           ASSIGN DYNAMIC WS-SPOOL-OUT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SPOOL-OUT-STATUS.
