      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-surveil.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *************************************
      *** Layout of one surveillance     ***
      *** listing row - the flag raised, ***
      *** who, on which day or key, the  ***
      *** count that tripped it and the  ***
      *** user's own daily norm where    ***
      *** the flag is judged against it. ***
      *************************************

       FD  FC-SURVEIL-RPT.
       01  FS-SURVEIL-RPT-RECORD.
           02 FS-SURVEIL-RPT-WEEK  PIC 9(08).
           02 FILLER               PIC X(02).
           02 FS-SURVEIL-RPT-FLAG  PIC X(12).
           02 FILLER               PIC X(02).
           02 FS-SURVEIL-RPT-USER  PIC X(08).
           02 FILLER               PIC X(02).
           02 FS-SURVEIL-RPT-DATE  PIC 9(08).
           02 FILLER               PIC X(02).
           02 FS-SURVEIL-RPT-KEY   PIC X(18).
           02 FILLER               PIC X(02).
           02 FS-SURVEIL-RPT-COUNT PIC 9(09).
           02 FILLER               PIC X(02).
           02 FS-SURVEIL-RPT-NORM  PIC 9(09).
