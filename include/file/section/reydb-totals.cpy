      *** Author:  Reymon Dev         ***
      *** File:    reydb-totals.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** over the database's designated amount field (dictionary    ***
      *** type 'A'; zero when none is declared). This is what the    ***
      *** shop balances every other system on and this one never     ***
      *** had. The sum is signed and in the amount field's smallest  ***
      *** unit, read by the sign and decimals the dictionary gives   ***
      *** the field.                                                 ***
      ******************************************************************

       FD  FC-TOTALS.
              03 FS-TOTALS-DATE      PIC 9(08).
              03 FS-TOTALS-OPERATION PIC X(08).
           02 FS-TOTALS-COUNT        PIC 9(09).
           02 FS-TOTALS-AMOUNT       PIC S9(15)
                                     SIGN IS LEADING SEPARATE.

      ******************************************************************
      *** The same totals split by currency - kept beside "<db>.tot" ***
      *** in "<db>.tcy" for a database whose amount field is paired  ***
      *** with a currency field, so a month-end roll can convert     ***
      *** each currency's movement on its own.                       ***
      ******************************************************************

       FD  FC-TOTCCY.
       01  FS-TOTCCY-RECORD.
           02 FS-TOTCCY-KEY.
              03 FS-TOTCCY-DATE      PIC 9(08).
              03 FS-TOTCCY-OPERATION PIC X(08).
              03 FS-TOTCCY-CURRENCY  PIC X(03).
           02 FS-TOTCCY-COUNT        PIC 9(09).
           02 FS-TOTCCY-AMOUNT       PIC S9(15)
                                     SIGN IS LEADING SEPARATE.

      *************************************
      *** One balancing report line.    ***
           02 FILLER               PIC X(02).
           02 FS-BALANCE-COUNT     PIC 9(09).
           02 FILLER               PIC X(02).
           02 FS-BALANCE-AMOUNT    PIC S9(15)
                                   SIGN IS LEADING SEPARATE.
