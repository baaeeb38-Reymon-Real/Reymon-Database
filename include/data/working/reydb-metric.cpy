      *** Author:  Reymon Dev         ***
      *** File:    reydb-metric.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-METRIC-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-METRIC-FILE-NAME     PIC X(64) VALUE "metrics.dat".
       77 WS-METRIC-SWITCH-STATUS PIC X(02) VALUE SPACE.
       77 WS-METRIC-SWITCH-NAME   PIC X(64) VALUE "metrics.on".
       77 WS-METRIC-RPT-STATUS    PIC X(02) VALUE SPACE.
       77 WS-METRIC-RPT-NAME      PIC X(64) VALUE "metrics.rpt".

      ******************************************************************
      *** Caller-side timing state - the instrumented programs       ***
