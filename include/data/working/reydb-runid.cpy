      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-runid.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-RUNID-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RUNID-FILE-NAME   PIC X(64) VALUE "runid.dat".

      *** Caller-side item - the run identifier of the job bracket
      *** open in this run unit, zero when none is.
       77 WS-RUNID-CURRENT PIC 9(09) VALUE ZERO.

      *** Result of the CALLs to REYDB_RUNID_*.
       77 WS-REYDB-RESULT-RUNID PIC 9(18) VALUE ZERO.
      ******************************************************************
