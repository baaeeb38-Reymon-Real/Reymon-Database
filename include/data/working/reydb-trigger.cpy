      *** Author:  Reymon Dev         ***
      *** File:    reydb-trigger.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-TRIGGER-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-TRIGGER-FILE-NAME   PIC X(64) VALUE "trigger.dat".
       77 WS-TRIGQ-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-TRIGQ-FILE-NAME     PIC X(64) VALUE "trigger.que".
       77 WS-TRIGWRK-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-TRIGWRK-FILE-NAME   PIC X(64) VALUE "trigger.wrk".

      *** Caller-side items for the REYDB_TRIGGER_FIRE call the
      *** writers make once their own write has stood - the
