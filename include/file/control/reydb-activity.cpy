      *** Author:  Reymon Dev         ***
      *** File:    reydb-activity.cpy ***
      *** Date:    10/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-ACTIVITY
           ASSIGN DYNAMIC WS-ACTIVITY-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-ACTIVITY-FILE-STATUS.
