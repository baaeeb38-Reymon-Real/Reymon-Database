      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-xrate.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One exchange rate - how many units of the TO currency one  ***
      *** unit of the FROM currency buys, in force from its          ***
      *** effective date until the pair's next later row. A rate is  ***
      *** never overwritten by a later one, so a report rerun for an ***
      *** old date converts at the rate that date actually had.      ***
      ******************************************************************

       FD  FC-XRATE.
       01  FS-XRATE-RECORD.
           02 FS-XRATE-KEY.
              03 FS-XRATE-FROM      PIC X(03).
              03 FS-XRATE-TO        PIC X(03).
              03 FS-XRATE-EFFECTIVE PIC 9(08).
           02 FS-XRATE-RATE         PIC 9(07)V9(08).
           02 FS-XRATE-SET-BY       PIC X(08).
           02 FS-XRATE-SET-TS       PIC X(16).

      *************************************
      *** One missing-rate exception -  ***
      *** which run, which row, what    ***
      *** currency on what date, the    ***
      *** figure left out and why.      ***
      *************************************

       FD  FC-XRATE-EXC.
       01  FS-XRATE-EXC-RECORD.
           02 FS-XRATE-EXC-RUN-TS   PIC X(14).
           02 FILLER                PIC X(02).
           02 FS-XRATE-EXC-SOURCE   PIC X(08).
           02 FILLER                PIC X(02).
           02 FS-XRATE-EXC-DATABASE PIC X(40).
           02 FILLER                PIC X(02).
           02 FS-XRATE-EXC-KEY      PIC X(18).
           02 FILLER                PIC X(02).
           02 FS-XRATE-EXC-FROM     PIC X(03).
           02 FILLER                PIC X(01).
           02 FS-XRATE-EXC-TO       PIC X(03).
           02 FILLER                PIC X(02).
           02 FS-XRATE-EXC-DATE     PIC X(08).
           02 FILLER                PIC X(02).
           02 FS-XRATE-EXC-AMOUNT   PIC X(20).
           02 FILLER                PIC X(02).
           02 FS-XRATE-EXC-REASON   PIC X(30).
