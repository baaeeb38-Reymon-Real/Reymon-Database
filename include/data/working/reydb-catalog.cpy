      *** Author:  Reymon Dev         ***
      *** File:    reydb-catalog.cpy  ***
      *** Date:    10/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-CATALOG-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CATALOG-FILE-NAME   PIC X(64) VALUE "catalog.dat".
      ******************************************************************
