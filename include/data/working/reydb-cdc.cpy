      *** Author:  Reymon Dev         ***
      *** File:    reydb-cdc.cpy     ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-CDCSUB-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CDCSUB-FILE-NAME   PIC X(64) VALUE "cdcsub.dat".
       77 WS-CDCOUT-FILE-STATUS PIC X(02) VALUE SPACE.

      *** File FC-CDCOUT's dynamic ASSIGN actually opens - derived
