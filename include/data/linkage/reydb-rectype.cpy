      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-rectype.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** A database's record types, as REYDB_DICT_RECTYPES hands    ***
      *** them back - where the discriminator sits in the content,   ***
      *** the database's own (base) layout, and up to ten declared   ***
      *** type values with the field layout each one reads by.      ***
      *** REYDB_DICT_PICK turns the table and one row's content into ***
      *** that row's layout; a type value with no layout of its own  ***
      *** reads by the base layout, exactly as every row did before. ***
      ******************************************************************
       01 LS-RECTYPE-TABLE.
          02 LS-RECTYPE-OFFSET PIC 9(04) COMP-5.
          02 LS-RECTYPE-LENGTH PIC 9(04) COMP-5.
          02 LS-RECTYPE-COUNT  PIC 9(02) COMP-5.
          02 LS-RECTYPE-BASE.
             03 LS-RECTYPE-BASE-COUNT PIC 9(02) COMP-5.
             03 LS-RECTYPE-BASE-FIELD OCCURS 20 TIMES.
                04 LS-RECTYPE-BASE-OFFSET PIC 9(04) COMP-5.
                04 LS-RECTYPE-BASE-LENGTH PIC 9(04) COMP-5.
                04 LS-RECTYPE-BASE-NAME   PIC X(16).
                04 LS-RECTYPE-BASE-TYPE   PIC X(01).
          02 LS-RECTYPE-ENTRY OCCURS 10 TIMES.
             03 LS-RECTYPE-VALUE       PIC X(08).
             03 LS-RECTYPE-FIELD-COUNT PIC 9(02) COMP-5.
             03 LS-RECTYPE-FIELD OCCURS 20 TIMES.
                04 LS-RECTYPE-FIELD-OFFSET PIC 9(04) COMP-5.
                04 LS-RECTYPE-FIELD-LENGTH PIC 9(04) COMP-5.
                04 LS-RECTYPE-FIELD-NAME   PIC X(16).
                04 LS-RECTYPE-FIELD-TYPE   PIC X(01).
      ******************************************************************
