      *** Author:  Reymon Dev         ***
      *** File:    reydb-fieldchg.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-FIELDCHG-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-FIELDCHG-FILE-NAME   PIC X(64) VALUE "fieldchg.rpt".

       77 WS-FIELDCHG-LINE-COUNT PIC 9(09) COMP-5 VALUE ZERO.
      ******************************************************************
