      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-amount.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** Caller-side items for REYDB_AMOUNT - a numeric field's     ***
      *** dictionary description (sign position and implied         ***
      *** decimals, as REYDB_DICT_NUMFMT hands them back), its value ***
      *** as a signed whole number of its smallest unit, and the     ***
      *** printable form REYDB_AMOUNT_EDIT makes of a value.         ***
      ******************************************************************
       77 WS-AMOUNT-SIGN  PIC X(01) VALUE SPACE.
       77 WS-AMOUNT-SCALE PIC 9(01) VALUE ZERO.

       77 WS-AMOUNT-VALUE PIC S9(18) COMP-5 VALUE ZERO.
       77 WS-AMOUNT-TEXT  PIC X(20) VALUE SPACE.

       77 WS-REYDB-RESULT-AMOUNT PIC 9(18) VALUE ZERO.
      ******************************************************************
