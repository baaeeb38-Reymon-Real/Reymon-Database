      *** Author:  Reymon Dev         ***
      *** File:    reydb-dict.cpy     ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ***        friends maintain "<db>.idx" over this slice         ***
      ***   'A'  the designated amount field - the figure the        ***
      ***        control totals and balancing report accumulate      ***
      ***   'S'  the record's status code - moves only along the     ***
      ***        database's transition table (REYDB_TRANSITION)      ***
      ***   'P'  the parent-key field - the key of the row this one  ***
      ***        sits under in a tree (cost centre under division,   ***
      ***        component under assembly), SPACE on a top row;     ***
      ***        REYDB_HIER explodes and rolls up along it           ***
      ***                                                             ***
      *** A numeric or amount field also carries how its digits are  ***
      *** signed and how many of them sit after an implied decimal   ***
      *** point (REYDB_DICT_NUMERIC sets both, REYDB_AMOUNT reads    ***
      *** and prints by them):                                       ***
      ***                                                             ***
      ***   SIGN  SPACE unsigned digits                              ***
      ***         'L'   leading separate sign byte, '+' or '-'       ***
      ***         'T'   trailing separate sign byte, '+' or '-'      ***
      ***         'O'   overpunched last digit, '{' 'A'-'I' for      ***
      ***               plus and '}' 'J'-'R' for minus               ***
      ***   SCALE digits after the implied decimal point, 0-9        ***
      ***                                                             ***
      *** Any field may also be flagged SENSITIVE 'Y' (by            ***
      *** REYDB_DICT_SENSITIVE) - REYDB_ADD and REYDB_REWRITE then   ***
      *** file its real value in the token vault and store only a    ***
      *** surrogate token in the row (see REYDB_TOKENIZE).           ***
      ***                                                             ***
      *** Field numbers run 01-20, the same limit the layout table   ***
      *** in data/linkage/reydb-layout.cpy has always had.           ***
      ***                                                            ***
      *** A database whose file mixes record types (header, detail   ***
      *** and trailer rows; customer and address rows) declares its  ***
      *** discriminator with REYDB_DICT_RECTYPE - a field-number 00  ***
      *** row named *RECTYPE, type 'R', giving the slice (1-8 bytes) ***
      *** that holds each row's type value; REYDB_DICT_DROP of field ***
      *** 00 withdraws it. Each type value's own layout is filed     ***
      *** under the qualified name "<db>@<value>" that               ***
      *** REYDB_DICT_TYPENAME builds, and is defined, signed and     ***
      *** flagged through the same entry points as any database's.   ***
      *** A row whose value has no layout of its own reads by the    ***
      *** base layout - REYDB_VALIDATE lists it as undeclared.       ***
      ***                                                            ***
      *** An amount field held in more than one currency names the   ***
      *** field beside it that carries each row's ISO currency code  ***
      *** (CCY-SEQ, a 3-byte field) and, optionally, the row's own   ***
      *** CCYYMMDD date field (DATE-SEQ) - both set by               ***
      *** REYDB_DICT_CURRENCY, zero where there is none. The         ***
      *** totalling programs convert by them (see REYDB_XRATE).      ***
      ******************************************************************

       FD  FC-DICT.
           02 FS-DICT-OFFSET       PIC 9(04).
           02 FS-DICT-LENGTH       PIC 9(04).
           02 FS-DICT-TYPE         PIC X(01).
           02 FS-DICT-SIGN         PIC X(01).
           02 FS-DICT-SCALE        PIC 9(01).
           02 FS-DICT-SENSITIVE    PIC X(01).
              88 FS-DICT-IS-SENSITIVE VALUE 'Y'.
           02 FS-DICT-CCY-SEQ      PIC 9(02).
           02 FS-DICT-DATE-SEQ     PIC 9(02).
