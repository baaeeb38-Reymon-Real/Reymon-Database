      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-accrue.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One rate - per database, accrual name ("INTEREST",         ***
      *** "LATEFEE") and product code, "*" standing for every code   ***
      *** without a row of its own. The annual rate is a percent of  ***
      *** the balance over a 360 or 365 day basis; the fee is a      ***
      *** fixed charge per accrual day in the target field's         ***
      *** smallest unit. Days 'C' accrues every calendar day, 'B'    ***
      *** only the business days REYDB_CALENDAR_CHECK allows.        ***
      ******************************************************************
       FD  FC-ACCRATE.
       01  FS-ACCRATE-RECORD.
           02 FS-ACCRATE-KEY.
              03 FS-ACCRATE-DATABASE PIC X(64).
              03 FS-ACCRATE-NAME     PIC X(08).
              03 FS-ACCRATE-CODE     PIC X(32).
           02 FS-ACCRATE-RATE      PIC 9(03)V9(06).
           02 FS-ACCRATE-BASIS     PIC 9(03).
           02 FS-ACCRATE-FEE       PIC 9(09).
           02 FS-ACCRATE-DAYS      PIC X(01).
           02 FS-ACCRATE-TIMESTAMP PIC X(16).
           02 FS-ACCRATE-USER      PIC X(08).

      ******************************************************************
      *** One accrual day for one key - written PENDING before the   ***
      *** posting with the target's value before and the value the   ***
      *** posting will leave, flipped DONE once REYDB_COMPUTE lands  ***
      *** it. A re-run never posts a DONE day again, and settles a   ***
      *** PENDING one by the value it finds on the row.              ***
      ******************************************************************
       FD  FC-ACCJRNL.
       01  FS-ACCJRNL-RECORD.
           02 FS-ACCJRNL-KEY.
              03 FS-ACCJRNL-DATABASE PIC X(64).
              03 FS-ACCJRNL-NAME     PIC X(08).
              03 FS-ACCJRNL-ROW-KEY  PIC X(18).
              03 FS-ACCJRNL-DATE     PIC 9(08).
           02 FS-ACCJRNL-STATE     PIC X(01).
              88 FS-ACCJRNL-IS-PENDING VALUE 'P'.
              88 FS-ACCJRNL-IS-DONE    VALUE 'D'.
           02 FS-ACCJRNL-CODE      PIC X(32).
           02 FS-ACCJRNL-BALANCE   PIC S9(18) SIGN LEADING SEPARATE.
           02 FS-ACCJRNL-AMOUNT    PIC S9(15) SIGN LEADING SEPARATE.
           02 FS-ACCJRNL-BEFORE    PIC S9(18) SIGN LEADING SEPARATE.
           02 FS-ACCJRNL-AFTER     PIC S9(18) SIGN LEADING SEPARATE.
           02 FS-ACCJRNL-TIMESTAMP PIC X(16).
           02 FS-ACCJRNL-USER      PIC X(08).

      *** The last day an accrual ran   ***
      *** through, per database and     ***
      *** accrual name.                 ***

       FD  FC-ACCRUN.
       01  FS-ACCRUN-RECORD.
           02 FS-ACCRUN-KEY.
              03 FS-ACCRUN-DATABASE PIC X(64).
              03 FS-ACCRUN-NAME     PIC X(08).
           02 FS-ACCRUN-LAST-DATE PIC 9(08).
           02 FS-ACCRUN-TIMESTAMP PIC X(16).

      ******************************************************************
      *** One posting-listing line - the key and day, the code and   ***
      *** balance it accrued on, the amount, the target's new value, ***
      *** and what became of it: POSTED, SETTLED (a pending day the  ***
      *** last run had landed), UNRATED, UNSETTLD (a pending day     ***
      *** whose row matches neither side) or the refusal text.       ***
      ******************************************************************
       FD  FC-ACCRPT.
       01  FS-ACCRPT-RECORD.
           02 FS-ACCRPT-KEY     PIC X(18).
           02 FILLER            PIC X(02).
           02 FS-ACCRPT-DATE    PIC 9(08).
           02 FILLER            PIC X(02).
           02 FS-ACCRPT-CODE    PIC X(16).
           02 FILLER            PIC X(02).
           02 FS-ACCRPT-BALANCE PIC X(20).
           02 FILLER            PIC X(02).
           02 FS-ACCRPT-AMOUNT  PIC X(20).
           02 FILLER            PIC X(02).
           02 FS-ACCRPT-AFTER   PIC X(20).
           02 FILLER            PIC X(02).
           02 FS-ACCRPT-STATUS  PIC X(40).
