      *** Author:  Reymon Dev         ***
      *** File:    reydb-trigger.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-TRIGGER
           ASSIGN DYNAMIC WS-TRIGGER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TRIGGER-KEY
      *** the rule programs' own writes land on a fresh queue for
      *** the next pass instead of moving the file being read.
           SELECT FC-TRIGQ
           ASSIGN DYNAMIC WS-TRIGQ-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-TRIGQ-FILE-STATUS.

           SELECT FC-TRIGWRK
           ASSIGN DYNAMIC WS-TRIGWRK-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-TRIGWRK-FILE-STATUS.
