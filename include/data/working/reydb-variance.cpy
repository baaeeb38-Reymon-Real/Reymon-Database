      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-variance.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-SUMHIST-FILE-STATUS PIC X(02) VALUE SPACE.

      *** File FC-SUMHIST's dynamic ASSIGN actually opens - derived
      *** per database ("<db>.smh").
       77 WS-SUMHIST-DATABASE-NAME PIC X(64) VALUE "reymon.db.smh".

       77 WS-VARRULE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-VARRULE-FILE-NAME   PIC X(64) VALUE "varrule.dat".

       77 WS-VARIANCE-RPT-STATUS PIC X(02) VALUE SPACE.
       77 WS-VARIANCE-RPT-NAME   PIC X(64) VALUE "variance.rpt".

      *** The snapshot date a REYDB_SUMMARY_SNAP run files under.
       77 WS-SUMHIST-TODAY PIC 9(08) VALUE ZERO.

       77 WS-SUMHIST-EOF PIC X(01) VALUE 'N'.
      ******************************************************************
