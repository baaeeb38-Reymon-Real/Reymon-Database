      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-watch.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One watch-list entry - a blocked party's name ('N') or an  ***
      *** identifier ('I': passport, tax or register number), keyed  ***
      *** by its screening form: upper case, names with punctuation  ***
      *** dropped and single spaces, identifiers with everything but ***
      *** letters and digits dropped. The entry as compliance keyed  ***
      *** it, the list it came from and who listed it ride along.    ***
      ******************************************************************
       FD  FC-WATCHLST.
       01  FS-WATCHLST-RECORD.
           02 FS-WATCHLST-KEY.
              03 FS-WATCHLST-KIND  PIC X(01).
                 88 FS-WATCHLST-IS-NAME  VALUE 'N'.
                 88 FS-WATCHLST-IS-IDENT VALUE 'I'.
              03 FS-WATCHLST-VALUE PIC X(40).
           02 FS-WATCHLST-LISTED    PIC X(40).
           02 FS-WATCHLST-REASON    PIC X(40).
           02 FS-WATCHLST-TIMESTAMP PIC X(16).
           02 FS-WATCHLST-USER      PIC X(08).

      ******************************************************************
      *** One nominated field - per database, the dictionary field   ***
      *** screened and whether it holds a name or an identifier. The ***
      *** *RESCREEN* row of a database carries the stamp its last    ***
      *** full rescreen ran at instead.                              ***
      ******************************************************************
       FD  FC-WATCHFLD.
       01  FS-WATCHFLD-RECORD.
           02 FS-WATCHFLD-KEY.
              03 FS-WATCHFLD-DATABASE PIC X(64).
              03 FS-WATCHFLD-FIELD    PIC X(16).
           02 FS-WATCHFLD-KIND      PIC X(01).
           02 FS-WATCHFLD-TIMESTAMP PIC X(16).
           02 FS-WATCHFLD-USER      PIC X(08).

      ******************************************************************
      *** One held record - per database and key, what arrived ('A'  ***
      *** an insert, 'R' a rewrite, 'S' a live row the rescreen      ***
      *** caught), the plaintext content, the field and list entry   ***
      *** it hit and how ('E' exact, 'N' near), who sent it and      ***
      *** when, and the decision: PENDING, RELEASED or BLOCKED, with ***
      *** the compliance user and stamp.                             ***
      ******************************************************************
       FD  FC-WATCHQ.
       01  FS-WATCHQ-RECORD.
           02 FS-WATCHQ-KEY.
              03 FS-WATCHQ-DATABASE   PIC X(64).
              03 FS-WATCHQ-RECORD-KEY PIC X(18).
           02 FS-WATCHQ-OPERATION  PIC X(01).
              88 FS-WATCHQ-IS-ADD      VALUE 'A'.
              88 FS-WATCHQ-IS-REWRITE  VALUE 'R'.
              88 FS-WATCHQ-IS-RESCREEN VALUE 'S'.
           02 FS-WATCHQ-STATE      PIC X(01).
              88 FS-WATCHQ-IS-PENDING  VALUE 'P'.
              88 FS-WATCHQ-IS-RELEASED VALUE 'R'.
              88 FS-WATCHQ-IS-BLOCKED  VALUE 'B'.
           02 FS-WATCHQ-CONTENT    PIC X(471).
           02 FS-WATCHQ-FIELD      PIC X(16).
           02 FS-WATCHQ-MATCH      PIC X(01).
           02 FS-WATCHQ-LISTED     PIC X(40).
           02 FS-WATCHQ-MAKER      PIC X(08).
           02 FS-WATCHQ-HELD-TS    PIC X(16).
           02 FS-WATCHQ-DECIDER    PIC X(08).
           02 FS-WATCHQ-DECIDED-TS PIC X(16).

      ******************************************************************
      *** One review or rescreen line - the key, what arrived, the   ***
      *** field, match and list entry hit, who sent it and when, and ***
      *** the content's head.                                        ***
      ******************************************************************
       FD  FC-WATCH-RPT.
       01  FS-WATCH-RPT-RECORD.
           02 FS-WATCH-RPT-KEY     PIC X(18).
           02 FILLER               PIC X(02).
           02 FS-WATCH-RPT-OP      PIC X(01).
           02 FILLER               PIC X(02).
           02 FS-WATCH-RPT-FIELD   PIC X(16).
           02 FILLER               PIC X(02).
           02 FS-WATCH-RPT-MATCH   PIC X(01).
           02 FILLER               PIC X(02).
           02 FS-WATCH-RPT-LISTED  PIC X(40).
           02 FILLER               PIC X(02).
           02 FS-WATCH-RPT-MAKER   PIC X(08).
           02 FILLER               PIC X(02).
           02 FS-WATCH-RPT-HELD-TS PIC X(16).
           02 FILLER               PIC X(02).
           02 FS-WATCH-RPT-CONTENT PIC X(40).
