      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-trans.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-TRANS-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-TRANS-FILE-NAME       PIC X(64) VALUE "transition.dat".
       77 WS-TRANS-RPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-TRANS-RPT-FILE-NAME   PIC X(64) VALUE "transition.rpt".

      *** Caller-side items for the REYDB_TRANSITION_CHECK call the
      *** write paths make - 'Y' back when the row's status field
      *** actually moved, which earns the write a "STATE" entry of
      *** its own on the audit trail.
       77 WS-TRANS-CHANGED PIC X(01) VALUE 'N'.

      *** Fixed-size argument for the CALL to REYDB_AUDIT - sized to
      *** match LS-AUDIT-OPERATION exactly.
       77 WS-AUDIT-OP-STATE PIC X(08) VALUE "STATE".

      *** Result of the CALL to REYDB_TRANSITION_*.
       77 WS-REYDB-RESULT-TRANS PIC 9(18) VALUE ZERO.
      ******************************************************************
