      *** Author:  Reymon Dev         ***
      *** File:    reydb-dupmerge.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-SURVIVOR-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-SURVIVOR-FILE-NAME   PIC X(64) VALUE "survivor.crd".
       77 WS-DUPMERGE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-DUPMERGE-FILE-NAME   PIC X(64) VALUE "dupmerge.rpt".

      *** The survivor choices, one slot per reviewed group.
       01 WS-SURVIVOR-TABLE.
