      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-qdef.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One definition as the library maintenance takes it - the   ***
      *** body of FS-QDEF-RECORD without its name and change stamp.  ***
      ******************************************************************
       01 LS-QDEF-DEFINITION.
          02 LS-QDEF-TYPE     PIC X(01).
             88 LS-QDEF-IS-QUERY  VALUE 'Q'.
             88 LS-QDEF-IS-REPORT VALUE 'R'.
          02 LS-QDEF-DATABASE PIC X(64).
          02 LS-QDEF-OUTPUT   PIC X(64).
          02 LS-QDEF-CLAUSE   PIC X(400).
          02 LS-QDEF-FIELDS.
             03 LS-QDEF-FIELD PIC X(16) OCCURS 10 TIMES.
          02 LS-QDEF-BREAK    PIC X(16).
          02 LS-QDEF-TOTAL    PIC X(16).
      ******************************************************************
