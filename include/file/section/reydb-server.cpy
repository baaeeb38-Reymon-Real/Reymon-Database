      *** Author:  Reymon Dev         ***
      *** File:    reydb-server.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One inbox request line - the card-deck command shape the  ***
      *** batch processor (REYDB_APPLY) has always taken: verb,     ***
      *** database, key, content - then who is asking and that      ***
      *** requester's own identifier for the request. A line that   ***
      *** carries both is answered once; the same pair sent again   ***
      *** gets the original response back off the response log.     ***
      ******************************************************************

       FD  FC-INBOX.
       01  FS-INBOX-RECORD.
           02 FS-INBOX-VERB       PIC X(08).
           02 FS-INBOX-DATABASE   PIC X(64).
           02 FS-INBOX-KEY        PIC X(18).
           02 FS-INBOX-VALUE      PIC X(471).
           02 FS-INBOX-REQUESTER  PIC X(08).
           02 FS-INBOX-REQUEST-ID PIC X(16).

      *************************************
      *** One response line - what was  ***
       FD  FC-SERVERSTOP.
       01  FS-SERVERSTOP-RECORD.
           02 FS-SERVERSTOP-TEXT PIC X(40).

      *************************************
      *** One response log entry, keyed ***
      *** by requester and request id - ***
      *** the response line exactly as  ***
      *** first written, when, and how  ***
      *** often it has been replayed.   ***
      *************************************

       FD  FC-SRVLOG.
       01  FS-SRVLOG-RECORD.
           02 FS-SRVLOG-KEY.
              03 FS-SRVLOG-REQUESTER  PIC X(08).
              03 FS-SRVLOG-REQUEST-ID PIC X(16).
           02 FS-SRVLOG-LOGGED-TS     PIC X(16).
           02 FS-SRVLOG-REPLAYS       PIC 9(05).
           02 FS-SRVLOG-REPLAYED-TS   PIC X(16).
           02 FS-SRVLOG-RESPONSE      PIC X(543).

      *************************************
      *** One replays report line per   ***
      *** requester - requests logged,  ***
      *** how many came in again, the   ***
      *** replays in all and the latest ***
      *** one.                          ***
      *************************************

       FD  FC-SRVRPL.
       01  FS-SRVRPL-RECORD.
           02 FS-SRVRPL-REQUESTER PIC X(08).
           02 FILLER              PIC X(02).
           02 FS-SRVRPL-LOGGED    PIC 9(09).
           02 FILLER              PIC X(02).
           02 FS-SRVRPL-REPLAYED  PIC 9(09).
           02 FILLER              PIC X(02).
           02 FS-SRVRPL-REPLAYS   PIC 9(09).
           02 FILLER              PIC X(02).
           02 FS-SRVRPL-LAST-TS   PIC X(16).
