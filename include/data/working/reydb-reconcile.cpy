      *** Author:  Reymon Dev         ***
      *** File:    reydb-reconcile.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-TRAILER-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RECON-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-RECON-FILE-NAME     PIC X(64) VALUE "recon.rpt".

      *** File FC-TRAILER's dynamic ASSIGN actually opens - derived
      *** per database ("<db>.trl"); the default covers loads into
