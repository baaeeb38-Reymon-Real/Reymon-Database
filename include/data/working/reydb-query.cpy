      *** Author:  Reymon Dev         ***
      *** File:    reydb-query.cpy    ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-QUERY-CRD-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-QUERY-CRD-FILE-NAME   PIC X(64) VALUE "query.crd".
       77 WS-QUERY-RPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-QUERY-RPT-FILE-NAME   PIC X(64) VALUE "query.rpt".
      ******************************************************************
