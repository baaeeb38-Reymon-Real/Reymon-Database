      *** Author:  Reymon Dev         ***
      *** File:    reydb-alertreg.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-ALERTREG
           ASSIGN DYNAMIC WS-ALERTREG-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ALERTREG-SEQ
           FILE STATUS WS-ALERTREG-FILE-STATUS.

           SELECT FC-ESCALATE
           ASSIGN DYNAMIC WS-ESCALATE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-ESCALATE-FILE-STATUS.

           SELECT FC-ALERT-SHIFT
           ASSIGN DYNAMIC WS-ALERT-SHIFT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-ALERT-SHIFT-STATUS.
