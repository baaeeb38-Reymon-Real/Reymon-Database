      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-hier.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *************************************
      *** One 132-column print line -   ***
      *** headings, tree, subtotal and  ***
      *** finding lines alike.          ***
      *************************************

       FD  FC-HIER-RPT.
       01  FS-HIER-RPT-RECORD PIC X(132).
