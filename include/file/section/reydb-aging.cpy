      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-aging.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *************************************
      *** One 132-column print line -   ***
      *** headings, bucket and total    ***
      *** lines alike.                  ***
      *************************************

       FD  FC-AGING-RPT.
       01  FS-AGING-RPT-RECORD PIC X(132).

      ******************************************************************
      *** One bucket of one group - the group value (*TOTAL* for the ***
      *** whole database), the bucket (CURRENT, 1-30, 31-60, 61-90,  ***
      *** 91-120, 120+, then TOTAL and SKIPPED), the as-of day, the  ***
      *** day count used (C calendar, B business), the item count    ***
      *** and the amount in the field's smallest unit with its scale ***
      *** - fixed columns, so the pickup needs no parser of ours.    ***
      ******************************************************************
       FD  FC-AGING-OUT.
       01  FS-AGING-OUT-RECORD.
           02 FS-AGING-OUT-GROUP  PIC X(32).
           02 FILLER              PIC X(01).
           02 FS-AGING-OUT-BUCKET PIC X(08).
           02 FILLER              PIC X(01).
           02 FS-AGING-OUT-AS-OF  PIC 9(08).
           02 FILLER              PIC X(01).
           02 FS-AGING-OUT-DAYS   PIC X(01).
           02 FILLER              PIC X(01).
           02 FS-AGING-OUT-COUNT  PIC 9(09).
           02 FILLER              PIC X(01).
           02 FS-AGING-OUT-AMOUNT PIC S9(18) SIGN LEADING SEPARATE.
           02 FILLER              PIC X(01).
           02 FS-AGING-OUT-SCALE  PIC 9(01).
