      *** Author:  Reymon Dev         ***
      *** File:    reydb-gaps.cpy     ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-GAPS-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-GAPS-FILE-NAME   PIC X(64) VALUE "gaps.rpt".

      *** The gaps found on the key sweep, as numeric ranges - five
      *** hundred covers any year-end the auditors have ever brought
