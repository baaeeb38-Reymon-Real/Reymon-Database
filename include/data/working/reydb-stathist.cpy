      *** Author:  Reymon Dev         ***
      *** File:    reydb-stathist.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-STATHIST-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-FORECAST-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-FORECAST-FILE-NAME   PIC X(64) VALUE "forecast.rpt".

      *** File FC-STATHIST's dynamic ASSIGN actually opens - derived
      *** per database ("<db>.hist"); the default covers stats runs
