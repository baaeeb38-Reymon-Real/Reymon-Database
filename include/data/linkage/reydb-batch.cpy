      *** Author:  Reymon Dev      ***
      *** File:    reydb-batch.cpy ***
      *** Date:    10/08/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

          88 LS-REYDB-RESULT-IS-LOCKED          VALUE 12.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NO-SPACE        VALUE 16.
          88 LS-REYDB-RESULT-IS-GEN-RETIRED     VALUE 38.
          88 LS-REYDB-RESULT-IS-RECALL-NEEDED   VALUE 39.
      ******************************************************************
