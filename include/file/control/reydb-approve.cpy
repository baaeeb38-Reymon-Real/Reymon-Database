      *** Author:  Reymon Dev         ***
      *** File:    reydb-approve.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-APPROVE-FLAG
           ASSIGN DYNAMIC WS-APPROVE-FLAG-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-APPROVE-FLAG-KEY
           FILE STATUS WS-APPROVE-FLAG-STATUS.

           SELECT FC-PENDING
           ASSIGN DYNAMIC WS-PENDING-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-PENDING-KEY
           FILE STATUS WS-PENDING-FILE-STATUS.

           SELECT FC-APPROVE-RPT
           ASSIGN DYNAMIC WS-APPROVE-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-APPROVE-RPT-STATUS.
