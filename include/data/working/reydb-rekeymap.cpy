      *** Author:  Reymon Dev         ***
      *** File:    reydb-rekeymap.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-REKEYMAP-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-REKEYMAP-FILE-NAME   PIC X(64) VALUE "rekey.map".

      *** The whole map in storage - a consolidation runs to
      *** thousands of rows but the mapping decks come in batches; a
