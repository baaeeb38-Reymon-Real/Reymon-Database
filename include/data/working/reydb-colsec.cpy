      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-colsec.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-COLSEC-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-COLSEC-FILE-NAME   PIC X(64) VALUE "colsec.dat".

      *** Caller-side item for the REYDB_COLSEC_MASK call the read
      *** paths make - 'Y' when anything in the row was blanked.
       77 WS-COLSEC-MASKED PIC X(01) VALUE 'N'.

      *** Caller-side items for the REYDB_COLSEC_VISIBLE call a
      *** slice patch makes - the content offset/length asked about
      *** and 'Y' when every byte of it is visible to the user.
       77 WS-COLSEC-OFFSET  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-COLSEC-LENGTH  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-COLSEC-VISIBLE PIC X(01) VALUE 'Y'.

      *** Result of the CALLs to REYDB_COLSEC_*.
       77 WS-REYDB-RESULT-COLSEC PIC 9(18) VALUE ZERO.
      ******************************************************************
