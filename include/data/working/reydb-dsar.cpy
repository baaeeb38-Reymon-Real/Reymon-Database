      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-dsar.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       77 WS-DSAR-RPT-STATUS PIC X(02) VALUE SPACE.
       77 WS-DSAR-RPT-NAME   PIC X(64) VALUE "dsar.rpt".
       77 WS-DSAR-WRK-STATUS PIC X(02) VALUE SPACE.
       77 WS-DSAR-WRK-NAME   PIC X(64) VALUE "dsar.wrk".

      *** Result of the CALL to REYDB_DSAR.
       77 WS-REYDB-RESULT-DSAR PIC 9(18) VALUE ZERO.
