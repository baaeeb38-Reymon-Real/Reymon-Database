      *** Author:  Reymon Dev         ***
      *** File:    reydb-select.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** read.                                                      ***
      ***                                                             ***
      *** Comparisons: EQ NE GT LT GE LE, alphanumeric against the   ***
      *** literal clipped to the slice length; CW - the slice        ***
      *** carries the literal as one of the row's words, the way     ***
      *** REYDB_WINDEX_SEARCH files them (blank-separated runs of    ***
      *** two bytes or more, the row's first fifty).                 ***
      ***                                                            ***
      *** Two reserved offsets reach outside the content: 9001 the   ***
      *** row's key (length 1-18, a short length a key prefix),      ***
      *** 9002 its last-updated stamp (length 1-16, 8 the date).     ***
      ******************************************************************
       77 LS-REYDB-PREDICATE-COUNT PIC 9(02) COMP-5 VALUE ZERO.

       01 LS-REYDB-PREDICATES.
          02 LS-REYDB-PREDICATE OCCURS 10 TIMES.
             03 LS-REYDB-PRED-OFFSET  PIC 9(04) COMP-5.
                88 LS-REYDB-PRED-ON-KEY     VALUE 9001.
                88 LS-REYDB-PRED-ON-UPDATED VALUE 9002.
             03 LS-REYDB-PRED-LENGTH  PIC 9(04) COMP-5.
             03 LS-REYDB-PRED-COMPARE PIC X(02).
             03 LS-REYDB-PRED-VALUE   PIC X(32).
