      *** Author:  Reymon Dev         ***
      *** File:    reydb-shard.cpy    ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-SHARD-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-SHARD-FILE-NAME   PIC X(64) VALUE "shard.dat".

      *** Caller-side items for the REYDB_SHARD_ROUTE call the CRUD
      *** programs make - the owning physical file (SPACE when the
