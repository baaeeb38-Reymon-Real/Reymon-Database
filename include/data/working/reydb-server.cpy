      *** Author:  Reymon Dev         ***
      *** File:    reydb-server.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       77 WS-INBOX-FILE-STATUS      PIC X(02) VALUE SPACE.
       77 WS-RESPONSE-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-SERVERPOS-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-SERVERPOS-FILE-NAME    PIC X(64) VALUE "server.pos".
       77 WS-SERVERSTOP-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-SERVERSTOP-FILE-NAME   PIC X(64) VALUE "server.stp".
       77 WS-SRVLOG-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-SRVLOG-FILE-NAME       PIC X(64) VALUE "srvlog.dat".
       77 WS-SRVRPL-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-SRVRPL-FILE-NAME       PIC X(64) VALUE "srvreplay.rpt".

      *** Files FC-INBOX/FC-RESPONSE's dynamic ASSIGNs actually
      *** open - one numbered pair per request.
