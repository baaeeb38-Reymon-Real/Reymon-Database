      *** Author:  Reymon Dev         ***
      *** File:    reydb-hold.cpy     ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-HOLD
           ASSIGN DYNAMIC WS-HOLD-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-HOLD-KEY
           FILE STATUS WS-HOLD-FILE-STATUS.

           SELECT FC-HOLD-RPT
           ASSIGN DYNAMIC WS-HOLD-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-HOLD-RPT-FILE-STATUS.
