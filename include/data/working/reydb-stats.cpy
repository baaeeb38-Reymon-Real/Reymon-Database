      *** Author:  Reymon Dev         ***
      *** File:    reydb-stats.cpy    ***
      *** Date:    10/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-STATS-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-STATS-FILE-NAME   PIC X(64) VALUE "stats.rpt".

      *** Fixed record length of FS-REYDB-RECORD (key + buffer), used
      *** to turn a record count into an approximate file size.
