      *** Author:  Reymon Dev         ***
      *** File:    reydb-note.cpy     ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-NOTE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-NOTE-FILE-NAME   PIC X(64) VALUE "notes.dat".
       77 WS-NOTE-RPT-STATUS  PIC X(02) VALUE SPACE.
       77 WS-NOTE-RPT-NAME    PIC X(64) VALUE "notes.rpt".

      *** Caller-side items for the REYDB_NOTE_LAST call the
      *** maintenance screen makes - the latest note's pieces.
