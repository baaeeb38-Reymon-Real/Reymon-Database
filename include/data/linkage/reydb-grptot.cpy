      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-grptot.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One running-totals definition's groups as                  ***
      *** REYDB_GRPTOT_FETCH hands them back - the shape of          ***
      *** REYDB_SUMMARY's own group table, so the report writes from ***
      *** either. Running totals keep no minimum or maximum; those   ***
      *** come back zero. Groups past the hundredth fold into        ***
      *** *OTHER*.                                                   ***
      ******************************************************************
       01 LS-GRPTOT-TABLE.
          02 LS-GRPTOT-GROUP-ENTRY OCCURS 100 TIMES.
             03 LS-GRPTOT-GROUP-VALUE PIC X(32).
             03 LS-GRPTOT-GROUP-COUNT PIC 9(09)  COMP-5.
             03 LS-GRPTOT-GROUP-SUM   PIC S9(18) COMP-5.
             03 LS-GRPTOT-GROUP-MIN   PIC S9(18) COMP-5.
             03 LS-GRPTOT-GROUP-MAX   PIC S9(18) COMP-5.

       77 LS-GRPTOT-GROUP-COUNT-USED PIC 9(04) COMP-5 VALUE ZERO.
      ******************************************************************
