      *** Author:  Reymon Dev         ***
      *** File:    reydb-dupfind.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-DUPFIND-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-DUPFIND-FILE-NAME   PIC X(64) VALUE "dupes.rpt".

       77 WS-DUPFIND-GROUP-COUNT PIC 9(05) COMP-5 VALUE ZERO.
      ******************************************************************
