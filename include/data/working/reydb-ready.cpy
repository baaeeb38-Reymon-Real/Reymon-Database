      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-ready.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-CONSUMER-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CONSUMER-FILE-NAME   PIC X(64) VALUE "consumer.dat".
       77 WS-READY-FILE-STATUS    PIC X(02) VALUE SPACE.
       77 WS-READY-FILE-NAME      PIC X(64) VALUE "ready.sig".

      *** Caller-side items for registering a consumer - its team,
      *** deadline and the deck steps it waits on.
       77 WS-CONSUMER-ID       PIC X(08) VALUE SPACE.
       77 WS-CONSUMER-TEAM     PIC X(30) VALUE SPACE.
       77 WS-CONSUMER-DEADLINE PIC 9(04) VALUE ZERO.

       01 WS-CONSUMER-STEPS.
          02 WS-CONSUMER-STEP-COUNT PIC 9(02) COMP-5 VALUE ZERO.
          02 WS-CONSUMER-STEP       PIC 9(03) COMP-5 OCCURS 10 TIMES.

      *** The run-deck's side of REYDB_READY_SIGNAL - which point of
      *** the run it is at, and how each step of tonight's deck has
      *** come out so far, subscripted by step number: 'Y' done
      *** cleanly (tonight or on the run being resumed), 'S' left
      *** off by the business-day calendar, 'N' failed with its
      *** result, SPACE not reached.
       77 WS-READY-PHASE-START PIC X(01) VALUE 'S'.
       77 WS-READY-PHASE-STEP  PIC X(01) VALUE 'P'.
       77 WS-READY-PHASE-END   PIC X(01) VALUE 'E'.

       01 WS-READY-OUTCOMES.
          02 WS-READY-OUTCOME OCCURS 999 TIMES.
             03 WS-READY-OUTCOME-STATE  PIC X(01).
             03 WS-READY-OUTCOME-RESULT PIC 9(02).

      *** Signals REYDB_READY_SIGNAL published on the call.
       77 WS-READY-COUNT PIC 9(05) COMP-5 VALUE ZERO.

      *** Result of the CALL to REYDB_READY_*.
       77 WS-REYDB-RESULT-READY PIC 9(18) VALUE ZERO.
      ******************************************************************
