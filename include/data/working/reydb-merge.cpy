      *** Author:  Reymon Dev      ***
      *** File:    reydb-merge.cpy ***
      *** Date:    10/08/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************


       77 WS-REYDB-SECOND-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-COLLISION-FILE-STATUS    PIC X(02) VALUE SPACE.
       77 WS-COLLISION-FILE-NAME      PIC X(64) VALUE "collision.rpt".

       77 WS-MERGE-COUNT     PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-COLLISION-COUNT PIC 9(09) COMP-5 VALUE ZERO.
