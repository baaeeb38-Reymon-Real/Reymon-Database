      *** Author:  Reymon Dev         ***
      *** File:    reydb-alias.cpy    ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-ALIAS-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-ALIAS-FILE-NAME   PIC X(64) VALUE "alias.dat".

      *** Caller-side items for the REYDB_ALIAS_RESOLVE call - the
      *** key the alias resolved to, SPACE when the directory does
