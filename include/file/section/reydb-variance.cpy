      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-variance.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One group of one dated REYDB_SUMMARY snapshot - keyed by   ***
      *** the snapshot date, the amount and group slices the         ***
      *** summary was run over (only like compares with like), and   ***
      *** the group value. Count and signed sum in the amount        ***
      *** field's smallest unit, with the field's implied decimals   ***
      *** for printing.                                              ***
      ******************************************************************

       FD  FC-SUMHIST.
       01  FS-SUMHIST-RECORD.
           02 FS-SUMHIST-KEY.
              03 FS-SUMHIST-DATE          PIC 9(08).
              03 FS-SUMHIST-AMOUNT-OFFSET PIC 9(04).
              03 FS-SUMHIST-AMOUNT-LENGTH PIC 9(04).
              03 FS-SUMHIST-GROUP-OFFSET  PIC 9(04).
              03 FS-SUMHIST-GROUP-LENGTH  PIC 9(04).
              03 FS-SUMHIST-GROUP         PIC X(32).
           02 FS-SUMHIST-COUNT PIC 9(09).
           02 FS-SUMHIST-SUM   PIC S9(18) SIGN LEADING SEPARATE.
           02 FS-SUMHIST-SCALE PIC 9(01).

      ******************************************************************
      *** One database's variance thresholds - the count and amount  ***
      *** percentage changes past which a group is flagged, and an   ***
      *** absolute amount movement (smallest units) past which it is ***
      *** flagged whatever the percentage. Zero leaves a test off.   ***
      *** Who set the rule and when rides along.                     ***
      ******************************************************************

       FD  FC-VARRULE.
       01  FS-VARRULE-RECORD.
           02 FS-VARRULE-DATABASE   PIC X(64).
           02 FS-VARRULE-COUNT-PCT  PIC 9(05).
           02 FS-VARRULE-AMOUNT-PCT PIC 9(05).
           02 FS-VARRULE-AMOUNT-ABS PIC 9(15).
           02 FS-VARRULE-USER       PIC X(08).
           02 FS-VARRULE-TIMESTAMP  PIC X(16).

      ******************************************************************
      *** One variance line - the group, NEW or GONE when it is on   ***
      *** only one side, both periods' counts and amounts, the       ***
      *** deltas and percentage changes (against the earlier         ***
      *** period; zero when there was nothing to compare with), and  ***
      *** a '*' when the line breached the database's thresholds.    ***
      ******************************************************************

       FD  FC-VARIANCE-RPT.
       01  FS-VARIANCE-RECORD.
           02 FS-VARIANCE-GROUP       PIC X(32).
           02 FILLER                  PIC X(02).
           02 FS-VARIANCE-STATUS      PIC X(04).
           02 FILLER                  PIC X(02).
           02 FS-VARIANCE-FROM-COUNT  PIC 9(09).
           02 FILLER                  PIC X(02).
           02 FS-VARIANCE-TO-COUNT    PIC 9(09).
           02 FILLER                  PIC X(02).
           02 FS-VARIANCE-COUNT-DELTA PIC -(09)9.
           02 FILLER                  PIC X(02).
           02 FS-VARIANCE-COUNT-PCT   PIC -(05)9.9.
           02 FILLER                  PIC X(02).
           02 FS-VARIANCE-FROM-SUM    PIC X(20).
           02 FILLER                  PIC X(02).
           02 FS-VARIANCE-TO-SUM      PIC X(20).
           02 FILLER                  PIC X(02).
           02 FS-VARIANCE-SUM-DELTA   PIC X(20).
           02 FILLER                  PIC X(02).
           02 FS-VARIANCE-SUM-PCT     PIC -(05)9.9.
           02 FILLER                  PIC X(02).
           02 FS-VARIANCE-FLAG        PIC X(01).
