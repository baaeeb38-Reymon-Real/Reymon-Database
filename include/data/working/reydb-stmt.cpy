      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-stmt.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       77 WS-STMT-KEYS-STATUS     PIC X(02) VALUE SPACE.
       77 WS-STMT-KEYS-NAME       PIC X(64) VALUE "stmt.keys".
       77 WS-STMT-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-STMT-MANIFEST-STATUS PIC X(02) VALUE SPACE.
       77 WS-STMT-MANIFEST-NAME   PIC X(64) VALUE "stmt.mft".

      *** File FC-STMT's dynamic ASSIGN actually opens - one
      *** statement's own file, named "<database>.<key>.stm".
       77 WS-STMT-FILE-NAME PIC X(64) VALUE SPACE.

      *** Result of the CALL to REYDB_STATEMENT.
       77 WS-REYDB-RESULT-STMT PIC 9(18) VALUE ZERO.
