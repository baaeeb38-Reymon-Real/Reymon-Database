      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-backout.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One key the run touched - where on the trail it first did, ***
      *** what that first change was and the image before it (the    ***
      *** state the back-out puts back), the cipher generation that  ***
      *** image is at rest under, the run's last after-image, and    ***
      *** whether any other run touched the key after the run first  ***
      *** did (then it is listed and left alone).                    ***
      ******************************************************************

       FD  FC-BACKWRK.
       01  FS-BACKWRK-RECORD.
           02 FS-BACKWRK-KEY           PIC X(18).
           02 FS-BACKWRK-FIRST-ORDINAL PIC 9(09).
           02 FS-BACKWRK-FIRST-OP      PIC X(08).
           02 FS-BACKWRK-FIRST-BEFORE  PIC X(512).
           02 FS-BACKWRK-PRIOR-GEN     PIC 9(04).
           02 FS-BACKWRK-LAST-AFTER    PIC X(512).
           02 FS-BACKWRK-LAST-GEN      PIC 9(04).
           02 FS-BACKWRK-CHANGES       PIC 9(05).
           02 FS-BACKWRK-CONFLICT      PIC X(01).
              88 FS-BACKWRK-IS-CLEAR         VALUE 'N'.
              88 FS-BACKWRK-IS-LATER-CHANGE  VALUE 'Y'.
              88 FS-BACKWRK-IS-IRREVERSIBLE  VALUE 'R'.
           02 FS-BACKWRK-CONFLICT-RUN  PIC 9(09).
           02 FS-BACKWRK-CONFLICT-OP   PIC X(08).
           02 FS-BACKWRK-CONFLICT-TS   PIC X(16).

      *************************************
      *** One listing line - a key and  ***
      *** what the back-out did with it. ***
      *************************************

       FD  FC-BACKRPT.
       01  FS-BACKRPT-RECORD.
           02 FS-BACKRPT-KEY     PIC X(18).
           02 FILLER             PIC X(02).
           02 FS-BACKRPT-ACTION  PIC X(10).
           02 FILLER             PIC X(02).
           02 FS-BACKRPT-OP      PIC X(08).
           02 FILLER             PIC X(02).
           02 FS-BACKRPT-CHANGES PIC Z(04)9.
           02 FILLER             PIC X(02).
           02 FS-BACKRPT-DETAIL  PIC X(48).
