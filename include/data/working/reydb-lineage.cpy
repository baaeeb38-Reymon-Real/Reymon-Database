      *** Author:  Reymon Dev         ***
      *** File:    reydb-lineage.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-LINEAGE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-LINEAGE-FILE-NAME   PIC X(64) VALUE "lineage.dat".
       77 WS-LINEAGE-RPT-STATUS  PIC X(02) VALUE SPACE.
       77 WS-LINEAGE-RPT-NAME    PIC X(64) VALUE "lineage.rpt".

      *** Caller-side items for the REYDB_LINEAGE_NOTE call the
      *** loaders make - the feed's line counter and batch tag.
