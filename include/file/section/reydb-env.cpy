      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-env.cpy      ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *************************************
      *** The one parameter record - the ***
      *** environment in force, then     ***
      *** each environment's code and    ***
      *** the directory/prefix its fixed ***
      *** file names are qualified with. ***
      *************************************

       FD  FC-ENV.
       01  FS-ENV-RECORD.
           02 FS-ENV-ACTIVE PIC X(04).
           02 FS-ENV-ENTRY OCCURS 8 TIMES.
              03 FS-ENV-CODE   PIC X(04).
              03 FS-ENV-PREFIX PIC X(48).
