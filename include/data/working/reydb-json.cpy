      *** Author:  Reymon Dev         ***
      *** File:    reydb-json.cpy     ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-JSON-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-JSON-IMPORT-STATUS PIC X(02) VALUE SPACE.
       77 WS-JSON-IMPORT-NAME   PIC X(64) VALUE "import.json".
       77 WS-JSON-REJECT-STATUS PIC X(02) VALUE SPACE.
       77 WS-JSON-REJECT-NAME   PIC X(64) VALUE "jsonrej.rpt".

      *** File FC-JSON-EXPORT's dynamic ASSIGN actually opens - the
      *** fixed name, or its current generation once the export is
      *** put under generations.
       77 WS-JSON-EXPORT-NAME PIC X(64) VALUE "export.json".

      *** The object under construction and its STRING pointer.
       77 WS-JSON-LINE    PIC X(1400)       VALUE SPACE.
