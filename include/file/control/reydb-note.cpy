      *** Author:  Reymon Dev         ***
      *** File:    reydb-note.cpy     ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-NOTE
           ASSIGN DYNAMIC WS-NOTE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-NOTE-KEY
           FILE STATUS WS-NOTE-FILE-STATUS.

           SELECT FC-NOTE-RPT
           ASSIGN DYNAMIC WS-NOTE-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-NOTE-RPT-STATUS.
