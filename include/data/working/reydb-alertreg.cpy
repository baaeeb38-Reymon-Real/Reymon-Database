      *** Author:  Reymon Dev         ***
      *** File:    reydb-alertreg.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-ALERTREG-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-ALERTREG-FILE-NAME   PIC X(64) VALUE "alertreg.dat".
       77 WS-ESCALATE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-ESCALATE-FILE-NAME   PIC X(64) VALUE "escalate.dat".
       77 WS-ALERT-SHIFT-STATUS   PIC X(02) VALUE SPACE.
       77 WS-ALERT-SHIFT-NAME     PIC X(64) VALUE "alertshift.rpt".
      ******************************************************************
