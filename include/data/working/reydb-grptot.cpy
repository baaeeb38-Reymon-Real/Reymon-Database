      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-grptot.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-GRPTOT-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-GRPTOT-RPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-GRPTOT-RPT-FILE-NAME   PIC X(64) VALUE "grptot.rpt".

      *** File FC-GRPTOT's dynamic ASSIGN actually opens - derived per
      *** database ("<db>.grt"); the default covers callers operating
      *** on the default "reymon.db".
       77 WS-GRPTOT-DATABASE-NAME PIC X(64) VALUE "reymon.db.grt".

      *** Result of the CALL into the running group-totals entries,
      *** for the writers that make it.
       77 WS-REYDB-RESULT-GRPTOT PIC 9(18) VALUE ZERO.
      ******************************************************************
