      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-feedmap.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** One mapping card of feedmap.map, under the spec (the feed) ***
      *** it belongs to - one dictionary field of the target         ***
      *** database filled from one piece of the partner's line:      ***
      ***                                                            ***
      ***   FIELD     the dictionary field, *KEY for the row's key   ***
      ***   COLUMN    the delimited column it comes from (1-99) on   ***
      ***             a REYDB_IMPORT_CSV feed, zero on a fixed one   ***
      ***   POSITION  where it starts on a fixed-position line       ***
      ***   WIDTH     how many bytes it takes there - zero takes the ***
      ***             whole column on a delimited feed               ***
      ***                                                            ***
      *** and what is done to it on the way, in this order:          ***
      ***                                                            ***
      ***   TRIM      'Y' drops its leading blanks                   ***
      ***   DEFAULT   the value taken when the source is blank       ***
      ***   UPPER     'Y' folds it to upper case                     ***
      ***   TABLE     a code table - an ordinary named database      ***
      ***             keyed by the partner's code, whose row's       ***
      ***             content carries our code from its first byte;  ***
      ***             a code not on the table fails the row          ***
      ***   DATE      the source's date layout in Y, M and D         ***
      ***             ("DDMMYYYY", "MM/DD/YY", "YYYY-MM-DD"), filed  ***
      ***             as CCYYMMDD; two-digit years below 50 are 20YY ***
      ***   DECIMALS  '0'-'9' - the source is whole digits (a sign   ***
      ***             first or last allowed) with that many implied  ***
      ***             decimals, filed by the field's own sign and    ***
      ***             decimals from the dictionary                   ***
      ***                                                            ***
      *** Fields no card names are left blank. Up to twenty cards a  ***
      *** spec, the dictionary's own limit.                          ***

       FD  FC-FEEDMAP.
       01  FS-FEEDMAP-CARD.
           02 FS-FEEDMAP-SPEC        PIC X(08).
           02 FILLER                 PIC X(01).
           02 FS-FEEDMAP-FIELD       PIC X(16).
           02 FS-FEEDMAP-COLUMN      PIC 9(02).
           02 FS-FEEDMAP-POSITION    PIC 9(04).
           02 FS-FEEDMAP-WIDTH       PIC 9(04).
           02 FS-FEEDMAP-TRIM        PIC X(01).
           02 FS-FEEDMAP-UPPER       PIC X(01).
           02 FS-FEEDMAP-DATE-FORMAT PIC X(10).
           02 FS-FEEDMAP-DECIMALS    PIC X(01).
           02 FS-FEEDMAP-DEFAULT     PIC X(30).
           02 FS-FEEDMAP-CODE-TABLE  PIC X(40).
           02 FILLER                 PIC X(02).
