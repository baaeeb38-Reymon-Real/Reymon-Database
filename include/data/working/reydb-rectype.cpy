      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-rectype.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** A dictionary-aware sweep's copy of its database's record   ***
      *** types (shape of data/linkage/reydb-rectype.cpy), fetched   ***
      *** once through REYDB_DICT_RECTYPES and handed to             ***
      *** REYDB_DICT_PICK row by row. WS-RECTYPE-ACTIVE 'Y' once a   ***
      *** discriminator is declared - otherwise every row reads by   ***
      *** the one layout, as it always has.                          ***
      ******************************************************************
       01 WS-RECTYPE-TABLE.
          02 WS-RECTYPE-OFFSET PIC 9(04) COMP-5.
          02 WS-RECTYPE-LENGTH PIC 9(04) COMP-5.
          02 WS-RECTYPE-COUNT  PIC 9(02) COMP-5.
          02 WS-RECTYPE-BASE.
             03 WS-RECTYPE-BASE-COUNT PIC 9(02) COMP-5.
             03 WS-RECTYPE-BASE-FIELD OCCURS 20 TIMES.
                04 WS-RECTYPE-BASE-OFFSET PIC 9(04) COMP-5.
                04 WS-RECTYPE-BASE-LENGTH PIC 9(04) COMP-5.
                04 WS-RECTYPE-BASE-NAME   PIC X(16).
                04 WS-RECTYPE-BASE-TYPE   PIC X(01).
          02 WS-RECTYPE-ENTRY OCCURS 10 TIMES.
             03 WS-RECTYPE-VALUE       PIC X(08).
             03 WS-RECTYPE-FIELD-COUNT PIC 9(02) COMP-5.
             03 WS-RECTYPE-FIELD OCCURS 20 TIMES.
                04 WS-RECTYPE-FIELD-OFFSET PIC 9(04) COMP-5.
                04 WS-RECTYPE-FIELD-LENGTH PIC 9(04) COMP-5.
                04 WS-RECTYPE-FIELD-NAME   PIC X(16).
                04 WS-RECTYPE-FIELD-TYPE   PIC X(01).

       77 WS-RECTYPE-ACTIVE PIC X(01) VALUE 'N'.
          88 WS-RECTYPE-IS-ACTIVE VALUE 'Y'.

      *** One row's picked layout, for a sweep whose own layout has
      *** to stay as the caller handed it (shape of
      *** data/linkage/reydb-layout.cpy).
       77 WS-RECTYPE-ROW-COUNT PIC 9(02) COMP-5 VALUE ZERO.

       01 WS-RECTYPE-ROW-LAYOUT.
          02 WS-RECTYPE-ROW-FIELD OCCURS 20 TIMES.
             03 WS-RECTYPE-ROW-OFFSET PIC 9(04) COMP-5.
             03 WS-RECTYPE-ROW-LENGTH PIC 9(04) COMP-5.

       01 WS-RECTYPE-ROW-NAMES.
          02 WS-RECTYPE-ROW-NAME PIC X(16) OCCURS 20 TIMES.

       01 WS-RECTYPE-ROW-TYPES.
          02 WS-RECTYPE-ROW-TYPE PIC X(01) OCCURS 20 TIMES.

      *** Slot walker over the picked layout, and 'Y' when a slice
      *** falls inside one of its fields.
       77 WS-RECTYPE-IDX  PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-RECTYPE-FITS PIC X(01) VALUE 'N'.

      *** Result of the CALLs to REYDB_DICT_RECTYPES/REYDB_DICT_PICK.
       77 WS-REYDB-RESULT-RECTYPE PIC 9(18) VALUE ZERO.
      ******************************************************************
