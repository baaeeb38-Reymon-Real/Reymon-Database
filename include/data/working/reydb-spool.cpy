      *** Author:  Reymon Dev         ***
      *** File:    reydb-spool.cpy    ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-SPOOL-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-SPOOL-FILE-NAME   PIC X(64) VALUE "spool.dat".
       77 WS-SPOOL-IN-STATUS   PIC X(02) VALUE SPACE.
       77 WS-SPOOL-LIST-STATUS PIC X(02) VALUE SPACE.
       77 WS-SPOOL-LIST-NAME   PIC X(64) VALUE "spool.rpt".
       77 WS-SPOOL-OUT-STATUS  PIC X(02) VALUE SPACE.
       77 WS-SPOOL-OUT-NAME    PIC X(64) VALUE "respool.rpt".

      *** File FC-SPOOL-IN's dynamic ASSIGN actually opens - the
      *** flat report being filed.
