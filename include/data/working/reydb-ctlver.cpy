      *** Author:  Reymon Dev         ***
      *** File:    reydb-ctlver.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-CTLVER-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CTLVER-FILE-NAME   PIC X(64) VALUE "ctlver.dat".
       77 WS-CTLVER-RPT-STATUS  PIC X(02) VALUE SPACE.
       77 WS-CTLVER-RPT-NAME    PIC X(64) VALUE "ctlver.rpt".
      ******************************************************************
