      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-utilauth.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-UTILAUTH-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-UTILAUTH-FILE-NAME   PIC X(64) VALUE "utilauth.dat".
       77 WS-UTILRPT-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-UTILRPT-FILE-NAME    PIC X(64) VALUE "utilauth.rpt".

      *** The utility program names REYDB_UTILAUTH is asked about.
       77 WS-UTIL-DROP    PIC X(18) VALUE "REYDB_DROP".
       77 WS-UTIL-PURGE   PIC X(18) VALUE "REYDB_PURGE".
       77 WS-UTIL-ERASE   PIC X(18) VALUE "REYDB_ERASE".
       77 WS-UTIL-RESTORE PIC X(18) VALUE "REYDB_RESTORE".
       77 WS-UTIL-REKEY   PIC X(18) VALUE "REYDB_REKEY".
       77 WS-UTIL-REORG   PIC X(18) VALUE "REYDB_REORG".
       77 WS-UTIL-RELEASE PIC X(18) VALUE "REYDB_ENQ_RELEASE".
       77 WS-UTIL-DSAR    PIC X(18) VALUE "REYDB_DSAR".
       77 WS-UTIL-QUOTA   PIC X(18) VALUE "REYDB_QUOTA".
       77 WS-UTIL-VAULT   PIC X(18) VALUE "REYDB_VAULT".

      *** Result of the CALLs to REYDB_UTILAUTH_*.
       77 WS-REYDB-RESULT-UTILAUTH PIC 9(18) VALUE ZERO.
      ******************************************************************
