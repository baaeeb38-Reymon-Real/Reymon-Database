      *** Author:  Reymon Dev         ***
      *** File:    reydb-delta.cpy    ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-DELTADST-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-DELTADST-FILE-NAME   PIC X(64) VALUE "deltadst.dat".
       77 WS-DELTAOUT-FILE-STATUS PIC X(02) VALUE SPACE.

      *** File FC-DELTAOUT's dynamic ASSIGN actually opens - derived
