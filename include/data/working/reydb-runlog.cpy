      *** Author:  Reymon Dev         ***
      *** File:    reydb-runlog.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-RUNLOG-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-RUNLOG-FILE-NAME    PIC X(64) VALUE "runlog.dat".
       77 WS-ALERT-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-ALERT-FILE-NAME     PIC X(64) VALUE "alerts.dat".
       77 WS-RUNHIST-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RUNHIST-FILE-NAME   PIC X(64) VALUE "runhist.rpt".

      *** Caller-side items for the two REYDB_RUNLOG calls that
      *** bracket a batch run.
