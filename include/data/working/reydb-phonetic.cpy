      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-phonetic.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-PHONETIC-FILE-STATUS PIC X(02) VALUE SPACE.

      *** File FC-PHONETIC's dynamic ASSIGN actually opens - derived
      *** per database ("<db>.pdx").
       77 WS-PHONETIC-DATABASE-NAME PIC X(64) VALUE "reymon.db.pdx".

      *** The code of the row that names the nominated field.
       77 WS-PHONETIC-FIELD-ROW PIC X(04) VALUE "*FLD".

      *** Result of the CALL to REYDB_PHONETIC_* the writers make.
       77 WS-REYDB-RESULT-PHONETIC PIC 9(18) VALUE ZERO.
      ******************************************************************
