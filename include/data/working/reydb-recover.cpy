      *** Author:  Reymon Dev         ***
      *** File:    reydb-recover.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-PROBE-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-RECOVER-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RECOVER-FILE-NAME   PIC X(64) VALUE "recover.rpt".

      *** The leftover being probed, and whether the probe found it.
       77 WS-PROBE-NAME  PIC X(64) VALUE SPACE.
