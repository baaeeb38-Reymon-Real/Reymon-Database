      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-quota.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-QUOTA-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-QUOTA-FILE-NAME       PIC X(64) VALUE "quota.dat".
       77 WS-QUOTA-RPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-QUOTA-RPT-FILE-NAME   PIC X(64) VALUE "quota.rpt".

      *** Caller-side items for the REYDB_QUOTA_CHECK and
      *** REYDB_QUOTA_NOTE calls the write paths make - the rows
      *** about to land or just landed, and which way they went.
       77 WS-QUOTA-ONE-ROW   PIC 9(09) COMP-5 VALUE 1.
       77 WS-QUOTA-OP-ADD    PIC X(08) VALUE "ADD".
       77 WS-QUOTA-OP-REMOVE PIC X(08) VALUE "REMOVE".

      *** Result of the CALLs to REYDB_QUOTA_*.
       77 WS-REYDB-RESULT-QUOTA PIC 9(18) VALUE ZERO.
      ******************************************************************
