      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-colsec.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One field one subject may see on one database - declared  ***
      *** by dictionary field name, stored with the slice resolved, ***
      *** the same way a row-filter predicate is. The subject is a  ***
      *** user, or "*R" / "*U" / "*A" for everyone holding that     ***
      *** access level who has no rows of their own. A subject with ***
      *** rows here sees only those fields - every other byte of    ***
      *** the content reads back blank; a subject with none sees    ***
      *** everything, exactly as before.                            ***
      ******************************************************************

       FD  FC-COLSEC.
       01  FS-COLSEC-RECORD.
           02 FS-COLSEC-KEY.
              03 FS-COLSEC-DATABASE PIC X(64).
              03 FS-COLSEC-SUBJECT  PIC X(08).
              03 FS-COLSEC-FIELD    PIC X(16).
           02 FS-COLSEC-OFFSET      PIC 9(04).
           02 FS-COLSEC-LENGTH      PIC 9(04).
           02 FS-COLSEC-SET-BY      PIC X(08).
           02 FS-COLSEC-SET-TS      PIC X(16).
