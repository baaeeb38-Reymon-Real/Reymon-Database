      *** Author:  Reymon Dev         ***
      *** File:    reydb-auditrpt.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-AUDIT-REPORT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-AUDIT-REPORT-FILE-NAME   PIC X(64) VALUE "audit.rpt".

       77 WS-AUDIT-REPORT-COUNT PIC 9(09) COMP-5 VALUE ZERO.
      ******************************************************************
