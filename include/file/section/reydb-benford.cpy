      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-benford.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One analysis line - the group (*TOTAL* for the whole file) ***
      *** and what the line measures:                                ***
      ***                                                            ***
      ***   COUNT    rows analysed, and rows with a zero or          ***
      ***            unreadable amount (in the digit column's place, ***
      ***            under SKIPPED)                                  ***
      ***   DIGIT1   one first significant digit - rows, percent of  ***
      ***            the group, Benford's expected percent           ***
      ***   DIGIT2   one second digit, the same way                  ***
      ***   CHISQ1/2 the chi-square deviation over all the digits,   ***
      ***            SUSPECT past the five-percent critical value    ***
      ***   ROUND    amounts in whole hundreds, no fraction          ***
      ***   UNDER    amounts just under one of the thresholds asked  ***
      ***   REPEAT   rows whose amount an earlier row already had    ***
      ******************************************************************
       FD  FC-BENFORD.
       01  FS-BENFORD-RECORD.
           02 FS-BENFORD-GROUP   PIC X(32).
           02 FILLER             PIC X(02).
           02 FS-BENFORD-MEASURE PIC X(08).
           02 FILLER             PIC X(02).
           02 FS-BENFORD-DIGIT   PIC X(01).
           02 FILLER             PIC X(02).
           02 FS-BENFORD-COUNT   PIC 9(09).
           02 FILLER             PIC X(02).
           02 FS-BENFORD-ACTUAL  PIC ZZ9.999.
           02 FILLER             PIC X(02).
           02 FS-BENFORD-EXPECT  PIC ZZ9.999.
           02 FILLER             PIC X(02).
           02 FS-BENFORD-SCORE   PIC Z(06)9.999.
           02 FILLER             PIC X(02).
           02 FS-BENFORD-FLAG    PIC X(08).

      ******************************************************************
      *** Scratch row. Key 'U' + record key carries the user on the  ***
      *** last audit row for that key; key 'A' + group + amount      ***
      *** carries how many rows of that group had that amount.       ***
      ******************************************************************
       FD  FC-BENWRK.
       01  FS-BENWRK-RECORD.
           02 FS-BENWRK-KEY.
              03 FS-BENWRK-TYPE   PIC X(01).
              03 FS-BENWRK-GROUP  PIC X(32).
              03 FS-BENWRK-AMOUNT PIC X(19).
           02 FS-BENWRK-USER      PIC X(08).
           02 FS-BENWRK-COUNT     PIC 9(09).
