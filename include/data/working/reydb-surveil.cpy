      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-surveil.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-SURVEIL-RPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-SURVEIL-RPT-FILE-NAME   PIC X(64) VALUE "surveil.rpt".

      *** The thresholds the week is judged by - a day past three
      *** times the user's own daily norm (and past the noise
      *** floor), a day's REMOVEs past the bulk mark, one key
      *** changed past the repeat mark inside the week.
       77 WS-SURVEIL-SPIKE-FACTOR PIC 9(02) VALUE 3.
       77 WS-SURVEIL-SPIKE-FLOOR  PIC 9(05) VALUE 20.
       77 WS-SURVEIL-BULK-REMOVE  PIC 9(05) VALUE 50.
       77 WS-SURVEIL-REPEAT-KEY   PIC 9(05) VALUE 10.
      ******************************************************************
