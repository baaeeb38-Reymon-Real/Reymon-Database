      *** Author:  Reymon Dev         ***
      *** File:    reydb-quiesce.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-QUIESCE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-QUIESCE-FILE-NAME   PIC X(64) VALUE "quiesce.dat".

      *** Caller-side items for the REYDB_QUIESCE_CHECK call the
      *** write paths make - 'Y' while the database is frozen.
