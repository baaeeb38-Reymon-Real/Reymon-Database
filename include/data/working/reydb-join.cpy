      *** Author:  Reymon Dev         ***
      *** File:    reydb-join.cpy     ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-JOIN-RPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-JOIN-RPT-FILE-NAME   PIC X(64) VALUE "join.rpt".

       77 WS-JOIN-MATCH-COUNT  PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-JOIN-ORPHAN-COUNT PIC 9(09) COMP-5 VALUE ZERO.
