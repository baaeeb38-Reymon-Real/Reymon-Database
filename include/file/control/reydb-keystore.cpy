      *** Author:  Reymon Dev         ***
      *** File:    reydb-keystore.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** per key generation, plus the       ***
      *** generation-zero pointer record     ***
      *** naming which generation is in      ***
      *** effect - and the register of       ***
      *** generations retired from the       ***
      *** interface files.                   ***
      *****************************************

           SELECT FC-KEYSTORE
           ASSIGN DYNAMIC WS-KEYSTORE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-KEYSTORE-GEN
           FILE STATUS WS-KEYSTORE-FILE-STATUS.

           SELECT FC-KEYRETIRE
           ASSIGN DYNAMIC WS-KEYRETIRE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-KEYRETIRE-GEN
           FILE STATUS WS-KEYRETIRE-FILE-STATUS.
