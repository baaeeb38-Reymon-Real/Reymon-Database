      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-intake.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-LANDING-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-LANDING-FILE-NAME   PIC X(64) VALUE "landing.lst".
       77 WS-ROUTE-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-ROUTE-FILE-NAME     PIC X(64) VALUE "intakert.dat".
       77 WS-INTAKE-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-INTAKE-FILE-NAME    PIC X(64) VALUE "intake.dat".
       77 WS-LANDED-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-STAGED-FILE-STATUS  PIC X(02) VALUE SPACE.

      *** File the FC-LANDED-* dynamic ASSIGNs actually open - the
      *** landing-list entry in hand.
       77 WS-INTAKE-LANDED-NAME PIC X(64) VALUE SPACE.

      *** File the FC-STAGED-* dynamic ASSIGNs write - the name the
      *** routed program reads its input under.
       77 WS-INTAKE-STAGE-NAME PIC X(64) VALUE SPACE.

      *** Result of a CALL to REYDB_INTAKE.
       77 WS-REYDB-RESULT-INTAKE PIC 9(18) VALUE ZERO.
      ******************************************************************
