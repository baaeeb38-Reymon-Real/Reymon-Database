      *** Author:  Reymon Dev         ***
      *** File:    reydb-ledger.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-LEDGER
           ASSIGN DYNAMIC WS-LEDGER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-LEDGER-KEY
           FILE STATUS WS-LEDGER-FILE-STATUS.

           SELECT FC-LEDGER-ADJ
           ASSIGN DYNAMIC WS-LEDGER-ADJ-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LEDGER-ADJ-STATUS.

           SELECT FC-LEDGER-RPT
           ASSIGN DYNAMIC WS-LEDGER-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LEDGER-RPT-STATUS.
