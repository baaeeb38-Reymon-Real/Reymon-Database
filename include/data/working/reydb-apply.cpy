      *** Author:  Reymon Dev         ***
      *** File:    reydb-apply.cpy    ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-APPLY-CMD-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-APPLY-CMD-FILE-NAME   PIC X(64) VALUE "apply.cmd".
       77 WS-APPLY-RPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-APPLY-RPT-FILE-NAME   PIC X(64) VALUE "apply.rpt".

       77 WS-APPLY-SEQ            PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-APPLY-APPLIED-COUNT  PIC 9(09) COMP-5 VALUE ZERO.
