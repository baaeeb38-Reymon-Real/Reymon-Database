      *** Author:  Reymon Dev         ***
      *** File:    reydb-ledger.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-LEDGER-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-LEDGER-FILE-NAME   PIC X(64) VALUE "ledger.dat".
       77 WS-LEDGER-ADJ-STATUS  PIC X(02) VALUE SPACE.
       77 WS-LEDGER-ADJ-NAME    PIC X(64) VALUE "ledger.adj".
       77 WS-LEDGER-RPT-STATUS  PIC X(02) VALUE SPACE.
       77 WS-LEDGER-RPT-NAME    PIC X(64) VALUE "ledger.rpt".
      ******************************************************************
