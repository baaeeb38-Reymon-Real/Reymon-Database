      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-utilauth.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One user's authority to run one utility program - on one   ***
      *** named database, or on every database when DATABASE is "*"  ***
      *** - with who granted it and when.                            ***
      ******************************************************************

       FD  FC-UTILAUTH.
       01  FS-UTILAUTH-RECORD.
           02 FS-UTILAUTH-KEY.
              03 FS-UTILAUTH-PROGRAM  PIC X(18).
              03 FS-UTILAUTH-USER     PIC X(08).
              03 FS-UTILAUTH-DATABASE PIC X(64).
           02 FS-UTILAUTH-GRANTED-BY  PIC X(08).
           02 FS-UTILAUTH-TIMESTAMP   PIC X(16).

      *************************************
      *** One listing line - a program, ***
      *** a user, where they may run it ***
      *** and who said so.              ***
      *************************************

       FD  FC-UTILRPT.
       01  FS-UTILRPT-RECORD.
           02 FS-UTILRPT-PROGRAM    PIC X(18).
           02 FILLER                PIC X(02).
           02 FS-UTILRPT-USER       PIC X(08).
           02 FILLER                PIC X(02).
           02 FS-UTILRPT-DATABASE   PIC X(30).
           02 FILLER                PIC X(02).
           02 FS-UTILRPT-GRANTED-BY PIC X(08).
           02 FILLER                PIC X(02).
           02 FS-UTILRPT-TIMESTAMP  PIC X(16).
