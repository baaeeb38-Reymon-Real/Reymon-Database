      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-split.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-SPLIT-CARD-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-SPLIT-CARD-FILE-NAME   PIC X(64) VALUE "split.crd".
       77 WS-SPLIT-RPT-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-SPLIT-RPT-FILE-NAME    PIC X(64) VALUE "split.rpt".
      ******************************************************************
