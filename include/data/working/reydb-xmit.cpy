      *** Author:  Reymon Dev         ***
      *** File:    reydb-xmit.cpy     ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-XMIT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-XMIT-FILE-NAME   PIC X(64) VALUE "transmit.dat".
       77 WS-XMIT-ACK-STATUS  PIC X(02) VALUE SPACE.
       77 WS-XMIT-ACK-NAME    PIC X(64) VALUE "partner_ack.dat".

      *** Caller-side items for the REYDB_XMIT_REGISTER call
      *** REYDB_PARTNER_OUT makes - the id the register assigned.
