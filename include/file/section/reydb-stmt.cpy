      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-stmt.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** One statement key per line -  ***
      *** a deck can cut this straight  ***
      *** off a REYDB_SELECT listing,   ***
      *** the same as letter.keys.      ***

       FD  FC-STMT-KEYS.
       01  FS-STMT-KEYS-RECORD.
           02 FS-STMT-DRIVE-KEY PIC X(18).

      *** One 132-column statement line ***
      *** - headings, opening, movement, ***
      *** closing and footer alike.     ***

       FD  FC-STMT.
       01  FS-STMT-RECORD PIC X(132).

      ******************************************************************
      *** One manifest line per statement - the key it is for, the   ***
      *** file delivery bursts from, its page count, and whether it  ***
      *** reached the spool archive (SPOOLED) or not (NOSPOOL).      ***
      ******************************************************************
       FD  FC-STMT-MANIFEST.
       01  FS-STMT-MANIFEST-RECORD.
           02 FS-STMT-MANIFEST-KEY    PIC X(18).
           02 FILLER                  PIC X(02).
           02 FS-STMT-MANIFEST-FILE   PIC X(64).
           02 FILLER                  PIC X(02).
           02 FS-STMT-MANIFEST-PAGES  PIC 9(04).
           02 FILLER                  PIC X(02).
           02 FS-STMT-MANIFEST-SPOOL  PIC X(08).
