      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-aging.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       77 WS-AGING-RPT-STATUS PIC X(02) VALUE SPACE.
       77 WS-AGING-RPT-NAME   PIC X(64) VALUE "aging.rpt".
       77 WS-AGING-OUT-STATUS PIC X(02) VALUE SPACE.
       77 WS-AGING-OUT-NAME   PIC X(64) VALUE "aging.dat".

      *** Result of the CALL to REYDB_AGING.
       77 WS-REYDB-RESULT-AGING PIC 9(18) VALUE ZERO.
