      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-filing.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-FILMAP-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-FILMAP-FILE-NAME       PIC X(64) VALUE "filing.map".
       77 WS-FILING-XML-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-FILING-XML-FILE-NAME   PIC X(64) VALUE SPACE.
       77 WS-FILING-EXC-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-FILING-EXC-FILE-NAME   PIC X(64) VALUE "filing.exc".

      *** Arguments for a CALL to REYDB_FILING - the filing's name
      *** on filing.map, the landed REYDB_SELECT result to file from
      *** (blank for the whole database), and what came of it.
       77 WS-FILING-ID         PIC X(08) VALUE SPACE.
       77 WS-FILING-SOURCE     PIC X(64) VALUE SPACE.
       77 WS-FILING-FILED      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-FILING-EXCEPTIONS PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-FILING-XMIT-ID    PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-REYDB-RESULT-FILING PIC 9(18) VALUE ZERO.
      ******************************************************************
