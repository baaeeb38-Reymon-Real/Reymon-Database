      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-sod.cpy      ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-ROLE-FILE-STATUS    PIC X(02) VALUE SPACE.
       77 WS-ROLE-FILE-NAME      PIC X(64) VALUE "roles.dat".
       77 WS-SODRULE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-SODRULE-FILE-NAME   PIC X(64) VALUE "sodrule.dat".
       77 WS-SODOVR-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-SODOVR-FILE-NAME    PIC X(64) VALUE "sodovr.dat".
       77 WS-SODRPT-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-SODRPT-FILE-NAME    PIC X(64) VALUE "sodconf.rpt".

      *** The functional roles REYDB_ROLE_CHECK is asked about.
       77 WS-ROLE-APPROVER PIC X(08) VALUE "APPROVER".
       77 WS-ROLE-HOLD-REL PIC X(08) VALUE "HOLDREL".
       77 WS-ROLE-ERASER   PIC X(08) VALUE "ERASER".
       77 WS-ROLE-CTLVER   PIC X(08) VALUE "CTLVER".
       77 WS-ROLE-COMPLY   PIC X(08) VALUE "COMPLY".
       77 WS-ROLE-WORKSUP  PIC X(08) VALUE "WORKSUP".
       77 WS-ROLE-BRKGLS   PIC X(08) VALUE "BRKGLASS".
       77 WS-ROLE-BGLREVW  PIC X(08) VALUE "BGLREVW".

      *** The rule a refused grant would have broken.
       77 WS-SOD-CONFLICT-RULE PIC X(08) VALUE SPACE.

      *** Result of the CALLs to REYDB_SOD_* / REYDB_ROLE_*.
       77 WS-REYDB-RESULT-SOD PIC 9(18) VALUE ZERO.
      ******************************************************************
