      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-secjrnl.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One authorization refusal - who was refused, by which      ***
      *** program, against what database and key, when, and why.     ***
      *** FS-SECJRNL-REASON is one of:                               ***
      ***                                                            ***
      ***   BADPASS   wrong password at sign-on or password change   ***
      ***   LOCKED    sign-on or change on a locked user             ***
      ***   EXPIRED   good password, but forced change or too old    ***
      ***   NOUSER    sign-on by a user with no credential row       ***
      ***   IDENTITY  plain identity sign-on on a credentialed user  ***
      ***   ACCESS    access-list level not held                     ***
      ***   NOSIGNON  a signed-on identity was required              ***
      ***   MAKERCHK  a maker approving their own change             ***
      ***   ROWFILT   row outside the user's row filter              ***
      ***   PROTECT   protected key                                  ***
      ***   HOLD      key under legal hold                           ***
      ***   DETOKEN   detokenize without a grant                     ***
      ***   SOD       grant would complete a segregation-of-duties   ***
      ***             conflict pair with no override on file         ***
      ***   NOROLE    functional role (approver, hold release,       ***
      ***             erase, control change) not held                ***
      ***   UTILITY   utility program run, or its authority granted, ***
      ***             without authority on file                      ***
      ******************************************************************

       FD  FC-SECJRNL.
       01  FS-SECJRNL-RECORD.
           02 FS-SECJRNL-TIMESTAMP PIC X(16).
           02 FS-SECJRNL-USER      PIC X(08).
           02 FS-SECJRNL-PROGRAM   PIC X(18).
           02 FS-SECJRNL-DATABASE  PIC X(64).
           02 FS-SECJRNL-KEY       PIC X(18).
           02 FS-SECJRNL-REASON    PIC X(08).
           02 FS-SECJRNL-RESULT    PIC 9(02).

      *************************************
      *** One violations-report line -  ***
      *** a user's refusals for the day ***
      *** by kind, first and last seen, ***
      *** and REPEAT at the threshold.  ***
      *************************************

       FD  FC-SECRPT.
       01  FS-SECRPT-RECORD.
           02 FS-SECRPT-USER    PIC X(08).
           02 FILLER            PIC X(02).
           02 FS-SECRPT-TOTAL   PIC 9(05).
           02 FILLER            PIC X(02).
           02 FS-SECRPT-SIGNON  PIC 9(05).
           02 FILLER            PIC X(02).
           02 FS-SECRPT-ACCESS  PIC 9(05).
           02 FILLER            PIC X(02).
           02 FS-SECRPT-ROWFILT PIC 9(05).
           02 FILLER            PIC X(02).
           02 FS-SECRPT-KEYS    PIC 9(05).
           02 FILLER            PIC X(02).
           02 FS-SECRPT-FIRST   PIC X(16).
           02 FILLER            PIC X(02).
           02 FS-SECRPT-LAST    PIC X(16).
           02 FILLER            PIC X(02).
           02 FS-SECRPT-FLAG    PIC X(06).
