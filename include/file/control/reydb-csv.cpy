      *** Author:  Reymon Dev      ***
      *** File:    reydb-csv.cpy   ***
      *** Date:    10/08/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

      *****************************************

           SELECT FC-CSV-EXPORT
           ASSIGN DYNAMIC WS-CSV-EXPORT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CSV-EXPORT-FILE-STATUS.

           SELECT FC-CSV-IMPORT
           ASSIGN DYNAMIC WS-CSV-IMPORT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CSV-IMPORT-FILE-STATUS.
