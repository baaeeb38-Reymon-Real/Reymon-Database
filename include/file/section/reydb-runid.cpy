      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-runid.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *************************************
      *** The one counter record - the  ***
      *** last run identifier issued,   ***
      *** and when.                     ***
      *************************************

       FD  FC-RUNID.
       01  FS-RUNID-RECORD.
           02 FS-RUNID-LAST      PIC 9(09).
           02 FS-RUNID-ISSUED-TS PIC X(16).
