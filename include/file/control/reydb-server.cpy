      *** Author:  Reymon Dev         ***
      *** File:    reydb-server.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** systems drop (ASSIGN DYNAMIC, one  ***
      *** name per sequence), the matching   ***
      *** response files, the server's own   ***
      *** position, the operator's stop      ***
      *** file, the response log a resent    ***
      *** request is answered from, and the  ***
      *** replays report.                    ***
      *****************************************

           SELECT FC-INBOX
           FILE STATUS WS-RESPONSE-FILE-STATUS.

           SELECT FC-SERVERPOS
           ASSIGN DYNAMIC WS-SERVERPOS-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SERVERPOS-FILE-STATUS.

           SELECT FC-SERVERSTOP
           ASSIGN DYNAMIC WS-SERVERSTOP-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SERVERSTOP-FILE-STATUS.

           SELECT FC-SRVLOG
           ASSIGN DYNAMIC WS-SRVLOG-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SRVLOG-KEY
           FILE STATUS WS-SRVLOG-FILE-STATUS.

           SELECT FC-SRVRPL
           ASSIGN DYNAMIC WS-SRVRPL-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SRVRPL-FILE-STATUS.
