      *** Author:  Reymon Dev         ***
      *** File:    reydb-activity.cpy ***
      *** Date:    10/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-ACTIVITY-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-ACTIVITY-FILE-NAME   PIC X(64) VALUE "activity.rpt".
      ******************************************************************
