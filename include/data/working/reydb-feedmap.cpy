      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-feedmap.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       77 WS-FEEDMAP-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-FEEDMAP-FILE-NAME   PIC X(64) VALUE "feedmap.map".

      *** Arguments for the loaders' CALLs to REYDB_FEEDMAP - the
      *** spec's name (SPACE when the feed is already in our
      *** layout), the partner's line in hand, the row made of it,
      *** and the field and reason when a transform fails.
       77 WS-FEEDMAP-SPEC   PIC X(08)  VALUE SPACE.
       77 WS-FEEDMAP-SOURCE PIC X(600) VALUE SPACE.

       01 WS-FEEDMAP-RECORD.
          02 WS-FEEDMAP-KEY    PIC X(18)  VALUE SPACE.
          02 WS-FEEDMAP-BUFFER PIC X(512) VALUE SPACE.

       77 WS-FEEDMAP-BAD-FIELD PIC X(16) VALUE SPACE.
       77 WS-FEEDMAP-REASON    PIC X(30) VALUE SPACE.

       77 WS-REYDB-RESULT-FEEDMAP PIC 9(18) VALUE ZERO.

      *** The spec as REYDB_FEEDMAP resolved it against the target
      *** database's dictionary, handed back to it for every line.
       01 WS-FEEDMAP-TABLE.
          02 WS-FEEDMAP-COUNT PIC 9(02) COMP-5 VALUE ZERO.
          02 WS-FEEDMAP-RULE OCCURS 20 TIMES.
             03 WS-FEEDMAP-FIELD       PIC X(16).
             03 WS-FEEDMAP-COLUMN      PIC 9(02) COMP-5.
             03 WS-FEEDMAP-POSITION    PIC 9(04) COMP-5.
             03 WS-FEEDMAP-WIDTH       PIC 9(04) COMP-5.
             03 WS-FEEDMAP-TRIM        PIC X(01).
             03 WS-FEEDMAP-UPPER       PIC X(01).
             03 WS-FEEDMAP-DATE-FORMAT PIC X(10).
             03 WS-FEEDMAP-DECIMALS    PIC X(01).
             03 WS-FEEDMAP-DEFAULT     PIC X(30).
             03 WS-FEEDMAP-CODE-TABLE  PIC X(40).
             03 WS-FEEDMAP-OFFSET      PIC 9(04) COMP-5.
             03 WS-FEEDMAP-LENGTH      PIC 9(04) COMP-5.
             03 WS-FEEDMAP-SIGN        PIC X(01).
             03 WS-FEEDMAP-SCALE       PIC 9(01).
