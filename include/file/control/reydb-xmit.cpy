      *** Author:  Reymon Dev         ***
      *** File:    reydb-xmit.cpy     ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-XMIT
           ASSIGN DYNAMIC WS-XMIT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-XMIT-ID
           FILE STATUS WS-XMIT-FILE-STATUS.

           SELECT FC-XMIT-ACK
           ASSIGN DYNAMIC WS-XMIT-ACK-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-XMIT-ACK-STATUS.
