      *** Author:  Reymon Dev         ***
      *** File:    reydb-ledger.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One closed period per database - the closing balance the  ***
      *** next period opens on. The sign column carries '-' for a   ***
      *** balance below zero. The currency is SPACE on the          ***
      *** database's own statement, or the reporting currency a     ***
      *** converted statement was closed in.                        ***
      ******************************************************************

       FD  FC-LEDGER.
           02 FS-LEDGER-KEY.
              03 FS-LEDGER-DATABASE PIC X(64).
              03 FS-LEDGER-PERIOD   PIC 9(06).
              03 FS-LEDGER-CURRENCY PIC X(03).
           02 FS-LEDGER-SIGN        PIC X(01).
           02 FS-LEDGER-CLOSING     PIC 9(15).

      *** One posted adjustment - the   ***
      *** correction entry path for     ***
      *** close day, signed, with the   ***
      *** poster's note, and the        ***
      *** reporting currency it is      ***
      *** posted in (SPACE for the      ***
      *** database's own statement).    ***
      *************************************

       FD  FC-LEDGER-ADJ.
           02 FS-LEDGER-ADJ-SIGN     PIC X(01).
           02 FS-LEDGER-ADJ-AMOUNT   PIC 9(15).
           02 FS-LEDGER-ADJ-TEXT     PIC X(40).
           02 FS-LEDGER-ADJ-CURRENCY PIC X(03).

      *************************************
      *** One statement line - opening, ***
      *** a day's movement, an          ***
      *** adjustment, or the closing.   ***
      *** Figures print with their sign ***
      *** and the amount field's        ***
      *** decimal point.                ***
      *************************************

       FD  FC-LEDGER-RPT.
           02 FILLER               PIC X(02).
           02 FS-LEDGER-RPT-DATE   PIC X(08).
           02 FILLER               PIC X(02).
           02 FS-LEDGER-RPT-ADDS   PIC X(20).
           02 FILLER               PIC X(02).
           02 FS-LEDGER-RPT-REMOVES PIC X(20).
           02 FILLER               PIC X(02).
           02 FS-LEDGER-RPT-FIGURE PIC X(20).
           02 FILLER               PIC X(02).
           02 FS-LEDGER-RPT-TEXT   PIC X(40).
