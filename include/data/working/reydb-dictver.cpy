      *** Author:  Reymon Dev         ***
      *** File:    reydb-dictver.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-DICTVER-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-DICTVER-FILE-NAME     PIC X(64) VALUE "dictver.dat".
       77 WS-LAYOUTVER-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-LAYOUTVER-FILE-NAME   PIC X(64) VALUE "layoutver.dat".
      ******************************************************************
