      *** Author:  Reymon Dev         ***
      *** File:    reydb-ctlver.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-CTLVER
           ASSIGN DYNAMIC WS-CTLVER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CTLVER-KEY
           FILE STATUS WS-CTLVER-FILE-STATUS.

           SELECT FC-CTLVER-RPT
           ASSIGN DYNAMIC WS-CTLVER-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CTLVER-RPT-STATUS.
