      *** Author:  Reymon Dev      ***
      *** File:    reydb.cpy       ***
      *** Date:    20/03/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************

       77 WS-REYDB-FILE-STATUS PIC X(02) VALUE SPACE.

       77 WS-TEMP-FILE-STATUS PIC X(2) VALUE SPACE.
       77 WS-TEMP-FILE-NAME   PIC X(64) VALUE "temporal.dat".

       77 WS-STAGE-FILE-STATUS PIC X(2) VALUE SPACE.
       77 WS-STAGE-FILE-NAME   PIC X(64) VALUE "stage.dat".

       77 WS-WORK-FILE-NAME PIC X(64) VALUE "work.dat".

       77 WS-REYDB-RESULT PIC 9(18) VALUE ZERO.

