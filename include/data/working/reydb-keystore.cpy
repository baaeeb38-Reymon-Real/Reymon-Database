      *** Author:  Reymon Dev         ***
      *** File:    reydb-keystore.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-KEYSTORE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-KEYSTORE-FILE-NAME   PIC X(64) VALUE "keystore.dat".
       77 WS-KEYRETIRE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-KEYRETIRE-FILE-NAME   PIC X(64) VALUE "keyretire.dat".

      *** Results and scratch for the key-store calls the cipher and
      *** the rotation sweep make.
       77 WS-REYDB-RESULT-KEYSTORE PIC 9(18) VALUE ZERO.

      *** 'Y' when REYDB_KEY_RETIRED finds the generation retired.
       77 WS-KEYSTORE-RETIRED PIC X(01) VALUE 'N'.
      ******************************************************************
