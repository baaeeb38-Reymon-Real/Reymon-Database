      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-impact.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One reference - the control file holding it, which record  ***
      *** of that file (step, trigger, rule, subscriber, field...),  ***
      *** what would break were the database dropped or renamed out  ***
      *** from under it, and on a carry run whether the record was   ***
      *** CARRIED to the new name or hit a CONFLICT there. The       ***
      *** *TOTAL* line closes the listing with the count.            ***
      ******************************************************************
       FD  FC-IMPACT.
       01  FS-IMPACT-RECORD.
           02 FS-IMPACT-FILE    PIC X(14).
           02 FILLER            PIC X(02).
           02 FS-IMPACT-SUBJECT PIC X(40).
           02 FILLER            PIC X(02).
           02 FS-IMPACT-EFFECT  PIC X(40).
           02 FILLER            PIC X(02).
           02 FS-IMPACT-ACTION  PIC X(08).
