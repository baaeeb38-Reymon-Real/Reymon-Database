      *** Author:  Reymon Dev         ***
      *** File:    reydb-hold.cpy     ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-HOLD-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-HOLD-FILE-NAME       PIC X(64) VALUE "legalhold.dat".
       77 WS-HOLD-RPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-HOLD-RPT-FILE-NAME   PIC X(64) VALUE "legalhold.rpt".

      *** Caller-side items for the REYDB_HOLD_CHECK call the
      *** destruction paths make - 'Y' when the key in hand is under
