      *** Author:  Reymon Dev      ***
      *** File:    reydb.cpy       ***
      *** Date:    18/03/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

          88 LS-REYDB-RESULT-IS-PASSWORD-EXPIRED VALUE 28.
          88 LS-REYDB-RESULT-IS-DEADLOCK        VALUE 29.
          88 LS-REYDB-RESULT-IS-PENDING-APPROVAL VALUE 30.
          88 LS-REYDB-RESULT-IS-ILLEGAL-TRANSITION VALUE 31.
          88 LS-REYDB-RESULT-IS-SOD-CONFLICT    VALUE 32.
          88 LS-REYDB-RESULT-IS-SCREEN-HELD     VALUE 33.
          88 LS-REYDB-RESULT-IS-HIER-CYCLE      VALUE 34.
          88 LS-REYDB-RESULT-IS-KEY-RETIRED     VALUE 35.
          88 LS-REYDB-RESULT-IS-KEY-HELD        VALUE 36.
          88 LS-REYDB-RESULT-IS-KEY-MISMATCH    VALUE 37.
          88 LS-REYDB-RESULT-IS-GEN-RETIRED     VALUE 38.
          88 LS-REYDB-RESULT-IS-RECALL-NEEDED   VALUE 39.
      ******************************************************************

      ******************************************************************
