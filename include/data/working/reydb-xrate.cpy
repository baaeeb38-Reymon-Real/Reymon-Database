      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-xrate.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-XRATE-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-XRATE-FILE-NAME       PIC X(64) VALUE "xrate.dat".
       77 WS-XRATE-EXC-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-XRATE-EXC-FILE-NAME   PIC X(64) VALUE "xrate.exc".

      *** Caller-side items for a converting run - the reporting
      *** currency and rate date asked for (zero date converts each
      *** row at its own date's rate), the amount field's paired
      *** currency and date slices, one row's currency, date and
      *** converted figure, and the rate date it converted at.
       77 WS-XRATE-ACTIVE      PIC X(01) VALUE 'N'.
          88 WS-XRATE-IS-ACTIVE VALUE 'Y'.
       77 WS-XRATE-REPORTING   PIC X(03) VALUE SPACE.
       77 WS-XRATE-ASKED-DATE  PIC 9(08) VALUE ZERO.
       77 WS-XRATE-CCY-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-XRATE-CCY-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-XRATE-DATE-OFFSET PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-XRATE-DATE-LENGTH PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-XRATE-ROW-CCY     PIC X(03) VALUE SPACE.
       77 WS-XRATE-ROW-DATE    PIC X(08) VALUE SPACE.
       77 WS-XRATE-ROW-KEY     PIC X(18) VALUE SPACE.
       77 WS-XRATE-RATE-DATE   PIC 9(08) VALUE ZERO.
       77 WS-XRATE-CONVERTED   PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-XRATE-USED-DATE   PIC 9(08) VALUE ZERO.
       77 WS-XRATE-MISSED      PIC 9(09) COMP-5 VALUE ZERO.

      *** The converting program's name on the exceptions list.
       77 WS-XRATE-SOURCE PIC X(08) VALUE SPACE.

      *** Result of the CALLs to REYDB_XRATE_* and REYDB_DICT_CCYFMT.
       77 WS-REYDB-RESULT-XRATE PIC 9(18) VALUE ZERO.
      ******************************************************************
