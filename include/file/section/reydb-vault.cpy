      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-vault.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One offsite copy of a backup generation - the volume it    ***
      *** went out on, the generation it holds ("<db>.bak" as        ***
      *** ".bak", and so on) and the day that generation was taken,  ***
      *** when it shipped, the vault holding it, when it is due      ***
      *** back, and where it stands: 'O' in the vault, 'R' recalled  ***
      *** and on its way back, 'H' home again. A zero due date is    ***
      *** held until recalled.                                       ***
      ***                                                            ***
      *** A SPACE volume is the database's retention rule instead -  ***
      *** the generation that goes out, the days a copy stays in     ***
      *** the vault, and the vault it goes to.                       ***
      ******************************************************************

       FD  FC-VAULT.
       01  FS-VAULT-RECORD.
           02 FS-VAULT-KEY.
              03 FS-VAULT-DATABASE  PIC X(64).
              03 FS-VAULT-VOLUME    PIC X(12).
           02 FS-VAULT-DETAIL.
              03 FS-VAULT-GENERATION  PIC X(08).
              03 FS-VAULT-TAKEN       PIC 9(08).
              03 FS-VAULT-SHIPPED     PIC 9(08).
              03 FS-VAULT-LOCATION    PIC X(20).
              03 FS-VAULT-RETURN-DUE  PIC 9(08).
              03 FS-VAULT-STATUS      PIC X(01).
                 88 FS-VAULT-IS-OFFSITE  VALUE 'O'.
                 88 FS-VAULT-IS-RECALLED VALUE 'R'.
                 88 FS-VAULT-IS-HOME     VALUE 'H'.
              03 FS-VAULT-RECALL-DATE PIC 9(08).
              03 FS-VAULT-HOME-DATE   PIC 9(08).
              03 FS-VAULT-SET-BY      PIC X(08).
              03 FS-VAULT-SET-TS      PIC X(16).
           02 FS-VAULT-RULE REDEFINES FS-VAULT-DETAIL.
              03 FS-VAULT-RULE-GENERATION PIC X(08).
              03 FS-VAULT-RULE-DAYS       PIC 9(04).
              03 FS-VAULT-RULE-LOCATION   PIC X(20).
              03 FILLER                   PIC X(61).

      *************************************
      *** One pick list line - a        ***
      *** generation to SEND out today, ***
      *** or a volume to bring back:    ***
      *** RETURN when its days in the   ***
      *** vault are up, RECALL when it  ***
      *** has been called back early.   ***
      *************************************

       FD  FC-VAULT-PCK.
       01  FS-VAULT-PCK-RECORD.
           02 FS-VAULT-PCK-DATABASE   PIC X(40).
           02 FILLER                  PIC X(02).
           02 FS-VAULT-PCK-GENERATION PIC X(08).
           02 FILLER                  PIC X(02).
           02 FS-VAULT-PCK-ACTION     PIC X(08).
           02 FILLER                  PIC X(02).
           02 FS-VAULT-PCK-VOLUME     PIC X(12).
           02 FILLER                  PIC X(02).
           02 FS-VAULT-PCK-LOCATION   PIC X(20).
           02 FILLER                  PIC X(02).
           02 FS-VAULT-PCK-TAKEN      PIC 9(08).
           02 FILLER                  PIC X(02).
           02 FS-VAULT-PCK-DUE        PIC 9(08).
