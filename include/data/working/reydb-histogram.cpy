      *** Author:  Reymon Dev         ***
      *** File:    reydb-histogram.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-HISTOGRAM-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-HISTOGRAM-FILE-NAME   PIC X(64) VALUE "histogram.rpt".

      *** One bucket per distinct key prefix seen, in first-seen
      *** order - key order, since the walk is a key-order sweep.
