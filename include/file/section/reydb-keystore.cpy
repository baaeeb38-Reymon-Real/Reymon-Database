      *** Author:  Reymon Dev         ***
      *** File:    reydb-keystore.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       01  FS-KEYSTORE-RECORD.
           02 FS-KEYSTORE-GEN   PIC 9(04).
           02 FS-KEYSTORE-VALUE PIC X(08).

      ******************************************************************
      *** One retired generation - when, and by whom. A retired      ***
      *** generation still deciphers rows at rest (REYDB_KEY_GET     ***
      *** does not consult this), but no interface file sealed       ***
      *** under it is accepted any longer, and no destination may    ***
      *** be sealed under it again.                                  ***
      ******************************************************************

       FD  FC-KEYRETIRE.
       01  FS-KEYRETIRE-RECORD.
           02 FS-KEYRETIRE-GEN  PIC 9(04).
           02 FS-KEYRETIRE-TS   PIC X(16).
           02 FS-KEYRETIRE-USER PIC X(08).
