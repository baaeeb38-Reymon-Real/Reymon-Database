      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-diag.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       77 WS-DIAG-FILE-STATUS    PIC X(02) VALUE SPACE.
       77 WS-DIAG-FILE-NAME      PIC X(64) VALUE "diagsnap.dat".
       77 WS-DIAGRPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-DIAGRPT-FILE-NAME   PIC X(64) VALUE "diagsnap.rpt".

      *** Caller-side detail for a REYDB_DIAG snapshot - filled by a
      *** failing batch program from what it has in hand, the same
      *** shape as FS-DIAG-DETAIL. Unused file slots stay blank.
       01 WS-DIAG-DETAIL.
          02 WS-DIAG-DATABASE   PIC X(64) VALUE SPACE.
          02 WS-DIAG-RESULT     PIC 9(02) VALUE ZERO.
          02 WS-DIAG-LAST-KEY   PIC X(18) VALUE SPACE.
          02 WS-DIAG-OPEN-FILE OCCURS 6 TIMES.
             03 WS-DIAG-OPEN-NAME   PIC X(24) VALUE SPACE.
             03 WS-DIAG-OPEN-STATUS PIC X(02) VALUE SPACE.
          02 WS-DIAG-READ       PIC 9(09) VALUE ZERO.
          02 WS-DIAG-WRITTEN    PIC 9(09) VALUE ZERO.
          02 WS-DIAG-REJECTED   PIC 9(09) VALUE ZERO.
          02 WS-DIAG-CHECKPOINT PIC X(18) VALUE SPACE.
          02 WS-DIAG-PARMS      PIC X(80) VALUE SPACE.

      *** An edited figure on its way into the parameters text.
       77 WS-DIAG-NUMBER PIC Z(08)9 VALUE ZERO.

      *** The sequence of a run's latest snapshot for one program -
      *** zero when it took none.
       77 WS-DIAG-SEQ PIC 9(04) VALUE ZERO.

      *** Result of the CALLs to REYDB_DIAG*.
       77 WS-REYDB-RESULT-DIAG PIC 9(18) VALUE ZERO.
