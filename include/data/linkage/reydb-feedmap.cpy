      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-feedmap.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One feed's mapping spec, resolved - each card's source     ***
      *** piece and transforms, with the target field's slice of     ***
      *** the content (zero offset for *KEY) and, for a field filed  ***
      *** by implied decimals, its sign and decimals. Same shape as  ***
      *** WS-FEEDMAP-TABLE in data/working/reydb-feedmap.cpy.        ***
      ******************************************************************
       01 LS-FEEDMAP-TABLE.
          02 LS-FEEDMAP-COUNT PIC 9(02) COMP-5.
          02 LS-FEEDMAP-RULE OCCURS 20 TIMES.
             03 LS-FEEDMAP-FIELD       PIC X(16).
             03 LS-FEEDMAP-COLUMN      PIC 9(02) COMP-5.
             03 LS-FEEDMAP-POSITION    PIC 9(04) COMP-5.
             03 LS-FEEDMAP-WIDTH       PIC 9(04) COMP-5.
             03 LS-FEEDMAP-TRIM        PIC X(01).
             03 LS-FEEDMAP-UPPER       PIC X(01).
             03 LS-FEEDMAP-DATE-FORMAT PIC X(10).
             03 LS-FEEDMAP-DECIMALS    PIC X(01).
             03 LS-FEEDMAP-DEFAULT     PIC X(30).
             03 LS-FEEDMAP-CODE-TABLE  PIC X(40).
             03 LS-FEEDMAP-OFFSET      PIC 9(04) COMP-5.
             03 LS-FEEDMAP-LENGTH      PIC 9(04) COMP-5.
             03 LS-FEEDMAP-SIGN        PIC X(01).
             03 LS-FEEDMAP-SCALE       PIC 9(01).
