      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-posting.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       77 WS-POSTBAT-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-POSTBAT-FILE-NAME    PIC X(64) VALUE "posting.in".
       77 WS-POSTJRNL-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-POSTJRNL-FILE-NAME   PIC X(64) VALUE "posting.jnl".
       77 WS-POSTRPT-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-POSTRPT-FILE-NAME    PIC X(64) VALUE "posting.rpt".
       77 WS-TRIALRPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-TRIALRPT-FILE-NAME   PIC X(64) VALUE "trial.rpt".

      *** Result of the CALLs to REYDB_POST and REYDB_TRIAL_BALANCE.
       77 WS-REYDB-RESULT-POST PIC 9(18) VALUE ZERO.
