      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-qdef.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-QDEF-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-QDEF-FILE-NAME       PIC X(64) VALUE "qdef.dat".
       77 WS-QDEF-RPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-QDEF-RPT-FILE-NAME   PIC X(64) VALUE "qdef.rpt".

      *** The definition a caller runs by name, and the rows the run
      *** reports back.
       77 WS-QDEF-RUN-NAME  PIC X(16) VALUE SPACE.
       77 WS-QDEF-RUN-COUNT PIC 9(09) COMP-5 VALUE ZERO.

      *** Result of the CALL to REYDB_QDEF_RUN.
       77 WS-REYDB-RESULT-QDEF PIC 9(18) VALUE ZERO.
      ******************************************************************
