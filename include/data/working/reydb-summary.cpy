      *** Author:  Reymon Dev         ***
      *** File:    reydb-summary.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-SUMMARY-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-SUMMARY-FILE-NAME   PIC X(64) VALUE "summary.rpt".

      *** One accumulator per distinct group value seen, first come
      *** first seated - a hundred groups covers every branch/region
      *** cut this shop has ever asked for. Figures are signed, in
      *** the amount field's smallest unit, so credits and cents
      *** total as they should.
       01 WS-SUMMARY-TABLE.
          02 WS-SUMMARY-GROUP-ENTRY OCCURS 100 TIMES.
             03 WS-SUMMARY-GROUP-VALUE PIC X(32).
             03 WS-SUMMARY-GROUP-COUNT PIC 9(09)  COMP-5.
             03 WS-SUMMARY-GROUP-SUM   PIC S9(18) COMP-5.
             03 WS-SUMMARY-GROUP-MIN   PIC S9(18) COMP-5.
             03 WS-SUMMARY-GROUP-MAX   PIC S9(18) COMP-5.

       77 WS-SUMMARY-GROUP-COUNT-USED PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SUMMARY-IDX              PIC 9(04) COMP-5 VALUE ZERO.
