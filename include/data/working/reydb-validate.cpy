      *** Author:  Reymon Dev         ***
      *** File:    reydb-validate.cpy ***
      *** Date:    10/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-VALIDATE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-VALIDATE-FILE-NAME   PIC X(64) VALUE "validate.rpt".

       77 WS-VALIDATE-ERROR-COUNT PIC 9(09) COMP-5 VALUE ZERO.
      ******************************************************************
