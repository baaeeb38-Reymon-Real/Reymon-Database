      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-dsar.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *************************************
      *** One 132-column print line -   ***
      *** cover sheet, headings and     ***
      *** body alike.                   ***
      *************************************

       FD  FC-DSAR-RPT.
       01  FS-DSAR-RPT-RECORD PIC X(132).

      *************************************
      *** One body line, unpaged - the  ***
      *** package copies it in behind   ***
      *** the cover sheet.              ***
      *************************************

       FD  FC-DSAR-WRK.
       01  FS-DSAR-WRK-RECORD PIC X(132).
