      *** Author:  Reymon Dev         ***
      *** File:    reydb-report.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-MANIFEST-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-MANIFEST-FILE-NAME   PIC X(64) VALUE "burst.mft".

      *** File FC-REPORT's dynamic ASSIGN actually opens. Defaults
      *** to "report.rpt" so every existing run keeps its output;
