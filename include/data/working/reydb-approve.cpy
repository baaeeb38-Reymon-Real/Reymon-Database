      *** Author:  Reymon Dev         ***
      *** File:    reydb-approve.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-APPROVE-FLAG-STATUS  PIC X(02) VALUE SPACE.
       77 WS-APPROVE-FLAG-NAME    PIC X(64) VALUE "approval.dat".
       77 WS-PENDING-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-PENDING-FILE-NAME    PIC X(64) VALUE "pending.dat".
       77 WS-APPROVE-RPT-STATUS   PIC X(02) VALUE SPACE.
       77 WS-APPROVE-RPT-NAME     PIC X(64) VALUE "approval.rpt".

      *** Caller-side items for the REYDB_APPROVE_CHECK call the
      *** rewrite path makes - 'Y' while this database demands a
