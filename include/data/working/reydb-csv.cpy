      *** Author:  Reymon Dev      ***
      *** File:    reydb-csv.cpy   ***
      *** Date:    10/08/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

      ******************************************************************
       77 WS-CSV-EXPORT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CSV-IMPORT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CSV-IMPORT-FILE-NAME   PIC X(64) VALUE "import.csv".

      *** File FC-CSV-EXPORT's dynamic ASSIGN actually opens - the
      *** fixed name, or its current generation once the export is
      *** put under generations.
       77 WS-CSV-EXPORT-NAME PIC X(64) VALUE "export.csv".

       77 WS-CSV-LINE      PIC X(600) VALUE SPACE.
       77 WS-CSV-POINTER   PIC 9(04) COMP-5 VALUE 1.
