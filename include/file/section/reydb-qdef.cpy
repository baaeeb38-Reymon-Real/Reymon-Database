      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-qdef.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One saved definition, run by name. A 'Q' definition is a   ***
      *** REYDB_QUERY clause against the database, its matches going ***
      *** to the output database or the select listing. An 'R'       ***
      *** definition is a REYDB_REPORT layout - up to ten dictionary ***
      *** field names for the columns (none = the whole dictionary   ***
      *** layout), the break and total fields by name - with an      ***
      *** optional clause choosing the rows first.                   ***
      ***                                                            ***
      *** The clause may carry date tokens, resolved to CCYYMMDD at  ***
      *** run time: &TODAY, &YESTERDAY, &MONTH-START,                ***
      *** &PRIOR-MONTH-START, &PRIOR-MONTH-END, &LAST-BUSINESS-DAY.  ***
      ***                                                            ***
      *** Version, user, stamp and comment are the last change's -   ***
      *** every change also snapshots the library through            ***
      *** REYDB_CTLVER_TAKE first.                                   ***
      ******************************************************************

       FD  FC-QDEF.
       01  FS-QDEF-RECORD.
           02 FS-QDEF-NAME      PIC X(16).
           02 FS-QDEF-TYPE      PIC X(01).
              88 FS-QDEF-IS-QUERY  VALUE 'Q'.
              88 FS-QDEF-IS-REPORT VALUE 'R'.
           02 FS-QDEF-DATABASE  PIC X(64).
           02 FS-QDEF-OUTPUT    PIC X(64).
           02 FS-QDEF-CLAUSE    PIC X(400).
           02 FS-QDEF-FIELDS.
              03 FS-QDEF-FIELD  PIC X(16) OCCURS 10 TIMES.
           02 FS-QDEF-BREAK     PIC X(16).
           02 FS-QDEF-TOTAL     PIC X(16).
           02 FS-QDEF-VERSION   PIC 9(04).
           02 FS-QDEF-USER      PIC X(08).
           02 FS-QDEF-TIMESTAMP PIC X(16).
           02 FS-QDEF-COMMENT   PIC X(40).

      *************************************
      *** One library listing row - the ***
      *** definition, its last change   ***
      *** and the head of its clause.   ***
      *************************************

       FD  FC-QDEF-RPT.
       01  FS-QDEF-RPT-RECORD.
           02 FS-QDEF-RPT-NAME      PIC X(16).
           02 FILLER                PIC X(02).
           02 FS-QDEF-RPT-TYPE      PIC X(01).
           02 FILLER                PIC X(02).
           02 FS-QDEF-RPT-DATABASE  PIC X(32).
           02 FILLER                PIC X(02).
           02 FS-QDEF-RPT-VERSION   PIC 9(04).
           02 FILLER                PIC X(02).
           02 FS-QDEF-RPT-USER      PIC X(08).
           02 FILLER                PIC X(02).
           02 FS-QDEF-RPT-TIMESTAMP PIC X(16).
           02 FILLER                PIC X(02).
           02 FS-QDEF-RPT-COMMENT   PIC X(40).
           02 FILLER                PIC X(02).
           02 FS-QDEF-RPT-CLAUSE    PIC X(60).
