      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-split.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One split-instruction card, by its type byte:              ***
      ***   'S' the split itself - the source key, the new key, the  ***
      ***       dictionary amount field and how much of it moves (in ***
      ***       the field's smallest unit), and whether the source's ***
      ***       operator notes and legal holds carry over ('Y');     ***
      ***   'F' one dictionary field the new record takes from the   ***
      ***       source - 'C' copies it, 'M' moves it (the source's   ***
      ***       is cleared);                                         ***
      ***   'R' one dependent row to re-point at the new key - the   ***
      ***       database an ri.dat rule names and the row's key, or  ***
      ***       a blank key for every row there that references the  ***
      ***       source.                                              ***
      ******************************************************************

       FD  FC-SPLIT-CARD.
       01  FS-SPLIT-CARD-RECORD.
           02 FS-SPLIT-CARD-TYPE PIC X(01).
              88 FS-SPLIT-CARD-IS-SPLIT   VALUE 'S'.
              88 FS-SPLIT-CARD-IS-FIELD   VALUE 'F'.
              88 FS-SPLIT-CARD-IS-REPOINT VALUE 'R'.
           02 FS-SPLIT-CARD-BODY PIC X(99).
           02 FS-SPLIT-CARD-SPLIT-VIEW REDEFINES FS-SPLIT-CARD-BODY.
              03 FS-SPLIT-CARD-SOURCE-KEY PIC X(18).
              03 FS-SPLIT-CARD-NEW-KEY    PIC X(18).
              03 FS-SPLIT-CARD-AMT-FIELD  PIC X(16).
              03 FS-SPLIT-CARD-AMT-MOVE   PIC 9(15).
              03 FS-SPLIT-CARD-NOTES      PIC X(01).
              03 FS-SPLIT-CARD-HOLDS      PIC X(01).
              03 FILLER                   PIC X(30).
           02 FS-SPLIT-CARD-FIELD-VIEW REDEFINES FS-SPLIT-CARD-BODY.
              03 FS-SPLIT-CARD-FIELD-NAME PIC X(16).
              03 FS-SPLIT-CARD-FIELD-MODE PIC X(01).
              03 FILLER                   PIC X(82).
           02 FS-SPLIT-CARD-REPOINT-VIEW REDEFINES FS-SPLIT-CARD-BODY.
              03 FS-SPLIT-CARD-DEP-DATABASE PIC X(64).
              03 FS-SPLIT-CARD-DEP-KEY      PIC X(18).
              03 FILLER                     PIC X(17).

      *************************************
      *** One split report line - the   ***
      *** action taken (CREATED,        ***
      *** ADJUSTED, REPOINTED, STAYS,   ***
      *** NOTE, HOLD, ROLLBACK, ...),   ***
      *** the database and key it       ***
      *** touched, and the outcome in   ***
      *** operator words.               ***
      *************************************

       FD  FC-SPLIT-RPT.
       01  FS-SPLIT-RPT-RECORD.
           02 FS-SPLIT-RPT-ACTION   PIC X(10).
           02 FILLER                PIC X(02).
           02 FS-SPLIT-RPT-DATABASE PIC X(40).
           02 FILLER                PIC X(02).
           02 FS-SPLIT-RPT-KEY      PIC X(18).
           02 FILLER                PIC X(02).
           02 FS-SPLIT-RPT-TEXT     PIC X(40).
