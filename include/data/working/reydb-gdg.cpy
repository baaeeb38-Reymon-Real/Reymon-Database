      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-gdg.cpy      ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-GDG-REG-FILE-STATUS PIC X(02) VALUE SPACE.

      *** File FC-GDG-REG's dynamic ASSIGN actually opens - derived
      *** per output ("<output>.gdg"), so each output keeps its own
      *** generation list.
       77 WS-GDG-REG-NAME PIC X(64) VALUE SPACE.

      *** The output's fixed name as its writer has always known it
      *** ("export.csv", "<db>.ext", ...), handed to REYDB_GDG_NEXT /
      *** REYDB_GDG_RESOLVE for the generation's real file name.
       77 WS-GDG-BASE-NAME PIC X(64) VALUE SPACE.

      *** Generations back from the current one - zero is current,
      *** one the generation before it, and so on.
       77 WS-GDG-RELATIVE PIC 9(04) COMP-5 VALUE ZERO.

      *** Result of the CALL to REYDB_GDG_*.
       77 WS-REYDB-RESULT-GDG PIC 9(18) VALUE ZERO.
      ******************************************************************
