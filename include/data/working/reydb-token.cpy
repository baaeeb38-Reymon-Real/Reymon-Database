      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-token.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-VAULT-FILE-STATUS    PIC X(02) VALUE SPACE.
       77 WS-VAULT-FILE-NAME      PIC X(64) VALUE "tokenvault.dat".
       77 WS-TOKGRANT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-TOKGRANT-FILE-NAME   PIC X(64) VALUE "tokgrant.dat".
       77 WS-DETOKLOG-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-DETOKLOG-FILE-NAME   PIC X(64) VALUE "detoken.log".

      *** Result of the CALL to REYDB_TOKENIZE the writers make.
       77 WS-REYDB-RESULT-TOKEN PIC 9(18) VALUE ZERO.
      ******************************************************************
