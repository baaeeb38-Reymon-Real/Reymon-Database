      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-workq.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-WORKQ-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-WORKQ-FILE-NAME   PIC X(64) VALUE "workq.dat".
       77 WS-WORKQ-RPT-STATUS  PIC X(02) VALUE SPACE.
       77 WS-WORKQ-RPT-NAME    PIC X(64) VALUE "workq.rpt".

      *** The reasons an item is raised for - each carries its own
      *** turnaround in business days inside REYDB_WORKQ.
       77 WS-WORKQ-VALIDATE PIC X(08) VALUE "VALIDATE".
       77 WS-WORKQ-WATCH    PIC X(08) VALUE "WATCH".
       77 WS-WORKQ-DUPFIND  PIC X(08) VALUE "DUPFIND".
       77 WS-WORKQ-APPROVE  PIC X(08) VALUE "APPROVE".
       77 WS-WORKQ-RECON    PIC X(08) VALUE "RECON".
       77 WS-WORKQ-KEYVFY   PIC X(08) VALUE "KEYVFY".

      *** Caller-side items for REYDB_WORKQ / REYDB_WORKQ_RESOLVE -
      *** the record the item is about, the one-line detail shown
      *** to whoever works it, and the closing note.
       77 WS-WORKQ-ASK-KEY PIC X(18) VALUE SPACE.
       77 WS-WORKQ-DETAIL  PIC X(60) VALUE SPACE.
       77 WS-WORKQ-NOTE    PIC X(40) VALUE SPACE.

      *** Result of the CALL to REYDB_WORKQ_*.
       77 WS-REYDB-RESULT-WORKQ PIC 9(18) VALUE ZERO.
      ******************************************************************
