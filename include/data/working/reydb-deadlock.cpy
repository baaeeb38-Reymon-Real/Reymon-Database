      *** Author:  Reymon Dev         ***
      *** File:    reydb-deadlock.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-WAITFOR-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-WAITFOR-FILE-NAME     PIC X(64) VALUE "waitfor.dat".
       77 WS-LOCKPROBE-FILE-STATUS PIC X(02) VALUE SPACE.

      *** File FC-LOCKPROBE's dynamic ASSIGN actually opens - the
