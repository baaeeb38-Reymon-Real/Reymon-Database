      *** Author:  Reymon Dev         ***
      *** File:    reydb-parallel.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       01  FS-PARALLEL-RECORD.
           02 FS-PARALLEL-CHECK     PIC X(16).
           02 FILLER                PIC X(02).
           02 FS-PARALLEL-PROD      PIC S9(15)
                                    SIGN IS LEADING SEPARATE.
           02 FILLER                PIC X(02).
           02 FS-PARALLEL-CANDIDATE PIC S9(15)
                                    SIGN IS LEADING SEPARATE.
           02 FILLER                PIC X(02).
           02 FS-PARALLEL-VERDICT   PIC X(08).
