      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-phonetic.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One sound posting - a word of the nominated name field     ***
      *** sounds like this code on this record. The pair IS the key, ***
      *** so every record sounding alike walks together off one      ***
      *** START; the name rides along so the lookup can rank without ***
      *** reading the rows. The "*FLD" row names the nominated field ***
      *** itself.                                                    ***
      ******************************************************************

       FD  FC-PHONETIC.
       01  FS-PHONETIC-RECORD.
           02 FS-PHONETIC-KEY.
              03 FS-PHONETIC-CODE       PIC X(04).
              03 FS-PHONETIC-RECORD-KEY PIC X(18).
           02 FS-PHONETIC-NAME          PIC X(40).
