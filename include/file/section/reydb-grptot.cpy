      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-grptot.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One running group-totals row - for one definition and one  ***
      *** group value, how many active rows carry it and what their  ***
      *** amount field sums to (signed, in the field's smallest      ***
      *** unit, by the sign and decimals the dictionary gives the    ***
      *** field). A definition with no group field keeps the one     ***
      *** *TOTAL* row.                                               ***
      ***                                                            ***
      *** The definition itself sits ahead of its groups under the   ***
      *** LOW-VALUES group: which amount and group slices it totals, ***
      *** and whether its figures can be trusted yet - a fresh       ***
      *** definition is PENDING until REYDB_GRPTOT_VERIFY has seeded ***
      *** or confirmed it, and REYDB_SUMMARY only serves CURRENT     ***
      *** ones.                                                      ***
      ******************************************************************

       FD  FC-GRPTOT.
       01  FS-GRPTOT-RECORD.
           02 FS-GRPTOT-KEY.
              03 FS-GRPTOT-DEF   PIC 9(02).
              03 FS-GRPTOT-GROUP PIC X(32).
           02 FS-GRPTOT-COUNT    PIC S9(09)
                                 SIGN IS LEADING SEPARATE.
           02 FS-GRPTOT-SUM      PIC S9(18)
                                 SIGN IS LEADING SEPARATE.

       01  FS-GRPDEF-RECORD.
           02 FS-GRPDEF-KEY.
              03 FS-GRPDEF-DEF    PIC 9(02).
              03 FS-GRPDEF-MARK   PIC X(32).
           02 FS-GRPDEF-AMT-OFFSET PIC 9(04).
           02 FS-GRPDEF-AMT-LENGTH PIC 9(04).
           02 FS-GRPDEF-GRP-OFFSET PIC 9(04).
           02 FS-GRPDEF-GRP-LENGTH PIC 9(04).
           02 FS-GRPDEF-STATE      PIC X(01).
              88 FS-GRPDEF-IS-PENDING VALUE 'P'.
              88 FS-GRPDEF-IS-CURRENT VALUE 'C'.
           02 FS-GRPDEF-VERIFIED   PIC 9(08).
           02 FILLER               PIC X(04).

      *************************************
      *** One drift report line - the   ***
      *** definition's slices, the      ***
      *** group, what the running row   ***
      *** held and what the sweep       ***
      *** found.                        ***
      *************************************

       FD  FC-GRPTOT-RPT.
       01  FS-GRPRPT-RECORD.
           02 FS-GRPRPT-DEF          PIC 9(02).
           02 FILLER                 PIC X(02).
           02 FS-GRPRPT-GROUP        PIC X(32).
           02 FILLER                 PIC X(02).
           02 FS-GRPRPT-HELD-COUNT   PIC -(9)9.
           02 FILLER                 PIC X(02).
           02 FS-GRPRPT-HELD-SUM     PIC -(18)9.
           02 FILLER                 PIC X(02).
           02 FS-GRPRPT-FOUND-COUNT  PIC -(9)9.
           02 FILLER                 PIC X(02).
           02 FS-GRPRPT-FOUND-SUM    PIC -(18)9.
           02 FILLER                 PIC X(02).
           02 FS-GRPRPT-NOTE         PIC X(24).
