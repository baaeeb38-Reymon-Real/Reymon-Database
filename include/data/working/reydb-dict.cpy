      *** Author:  Reymon Dev         ***
      *** File:    reydb-dict.cpy     ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-DICT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-DICT-FILE-NAME   PIC X(64) VALUE "dictionary.dat".

      *** Result of a CALL into the dictionary, and local tables for
      *** the names/types REYDB_DICT_GET hands back alongside the
