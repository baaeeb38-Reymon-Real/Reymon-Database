      *** Author:  Reymon Dev      ***
      *** File:    reydb-batch.cpy ***
      *** Date:    10/08/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

      ******************************************************************
       77 WS-EXTRACT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-REJECT-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-REJECT-FILE-NAME    PIC X(64) VALUE "reject.rpt".

      *** File FC-EXTRACT's dynamic ASSIGN actually opens. Defaults to
      *** "extract.dat" so callers that never set
