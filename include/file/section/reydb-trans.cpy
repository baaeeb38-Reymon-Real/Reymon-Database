      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-trans.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One allowed move of a database's status field - the field ***
      *** its dictionary types 'S' - from one code to another. A     ***
      *** database with no rows here moves freely, exactly as it     ***
      *** always has; one with rows may only make the moves listed.  ***
      *** Leaving the status where it was is never a transition.     ***
      ******************************************************************

       FD  FC-TRANS.
       01  FS-TRANS-RECORD.
           02 FS-TRANS-KEY.
              03 FS-TRANS-DATABASE PIC X(64).
              03 FS-TRANS-FROM     PIC X(16).
              03 FS-TRANS-TO       PIC X(16).
           02 FS-TRANS-DEFINED-TS  PIC X(16).

      *************************************
      *** One transition report line -   ***
      *** when, by whom, which key, and  ***
      *** the status it left and reached. ***
      *************************************

       FD  FC-TRANS-RPT.
       01  FS-TRANS-RPT-RECORD.
           02 FS-TRANS-RPT-TIMESTAMP PIC X(16).
           02 FILLER                 PIC X(02).
           02 FS-TRANS-RPT-USER      PIC X(08).
           02 FILLER                 PIC X(02).
           02 FS-TRANS-RPT-KEY       PIC X(18).
           02 FILLER                 PIC X(02).
           02 FS-TRANS-RPT-FROM      PIC X(16).
           02 FILLER                 PIC X(02).
           02 FS-TRANS-RPT-TO        PIC X(16).
