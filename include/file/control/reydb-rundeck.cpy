      *** Author:  Reymon Dev         ***
      *** File:    reydb-rundeck.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-RUNDECK
           ASSIGN DYNAMIC WS-RUNDECK-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RUNDECK-FILE-STATUS.

           SELECT FC-RUNSTATE
           ASSIGN DYNAMIC WS-RUNSTATE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RUNSTATE-STEP
