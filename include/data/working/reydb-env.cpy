      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-env.cpy      ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-ENV-FILE-STATUS PIC X(02) VALUE SPACE.

      *** Caller-side items - the environment this run unit runs in
      *** and the directory/prefix its fixed file names resolve
      *** under. Both blank when no parameter record is on disk, and
      *** every name then stays exactly as it was written.
       77 WS-ENV-CODE   PIC X(04) VALUE SPACE.
       77 WS-ENV-PREFIX PIC X(48) VALUE SPACE.

      *** Result of the CALLs to REYDB_ENV*.
       77 WS-REYDB-RESULT-ENV PIC 9(18) VALUE ZERO.
      ******************************************************************
