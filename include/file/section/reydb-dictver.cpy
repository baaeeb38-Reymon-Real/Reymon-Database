      *** Author:  Reymon Dev         ***
      *** File:    reydb-dictver.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

           02 FS-DICTVER-OFFSET      PIC 9(04).
           02 FS-DICTVER-LENGTH      PIC 9(04).
           02 FS-DICTVER-TYPE        PIC X(01).
           02 FS-DICTVER-SIGN        PIC X(01).
           02 FS-DICTVER-SCALE       PIC 9(01).
           02 FS-DICTVER-SENSITIVE   PIC X(01).
           02 FS-DICTVER-CCY-SEQ     PIC 9(02).
           02 FS-DICTVER-DATE-SEQ    PIC 9(02).

      *************************************
      *** Which layout version the data ***
