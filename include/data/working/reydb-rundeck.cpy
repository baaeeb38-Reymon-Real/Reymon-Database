      *** Author:  Reymon Dev         ***
      *** File:    reydb-rundeck.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-RUNDECK-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-RUNDECK-FILE-NAME    PIC X(64) VALUE "rundeck.dat".
       77 WS-RUNSTATE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RUNSTATE-FILE-NAME   PIC X(64) VALUE "rundeck.sta".

       77 WS-RUNDECK-STEP-COUNT PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-RUNDECK-RUN-COUNT  PIC 9(03) COMP-5 VALUE ZERO.
