      *** Author:  Reymon Dev         ***
      *** File:    reydb-query.cpy    ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-QUERY-CRD
           ASSIGN DYNAMIC WS-QUERY-CRD-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-QUERY-CRD-FILE-STATUS.

           SELECT FC-QUERY-RPT
           ASSIGN DYNAMIC WS-QUERY-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-QUERY-RPT-FILE-STATUS.
