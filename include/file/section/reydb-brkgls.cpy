      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-brkgls.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One break-glass grant - who, on which database, from when  ***
      *** to when, at what access level, against which incident and  ***
      *** why; and, once the window has closed, who reviewed the     ***
      *** actions taken under it and when (SPACE until then).        ***
      ******************************************************************

       FD  FC-BRKGLS.
       01  FS-BRKGLS-RECORD.
           02 FS-BRKGLS-KEY.
              03 FS-BRKGLS-USER       PIC X(08).
              03 FS-BRKGLS-DATABASE   PIC X(64).
              03 FS-BRKGLS-GRANTED-TS PIC X(16).
           02 FS-BRKGLS-EXPIRES-TS    PIC X(16).
           02 FS-BRKGLS-HOURS         PIC 9(02).
           02 FS-BRKGLS-LEVEL         PIC X(01).
           02 FS-BRKGLS-INCIDENT      PIC X(16).
           02 FS-BRKGLS-REASON        PIC X(60).
           02 FS-BRKGLS-REVIEWED-BY   PIC X(08).
           02 FS-BRKGLS-REVIEWED-TS   PIC X(16).
           02 FS-BRKGLS-ACTIONS       PIC 9(05).

      *************************************
      *** One review listing line -     ***
      *** GRANT (the window and its     ***
      *** reason), ACTION (one trail    ***
      *** row made under it) or TOTAL   ***
      *** (the count to sign off).      ***
      *************************************

       FD  FC-BGLRPT.
       01  FS-BGLRPT-RECORD.
           02 FS-BGLRPT-KIND     PIC X(06).
           02 FILLER             PIC X(02).
           02 FS-BGLRPT-INCIDENT PIC X(16).
           02 FILLER             PIC X(02).
           02 FS-BGLRPT-USER     PIC X(08).
           02 FILLER             PIC X(02).
           02 FS-BGLRPT-SUBJECT  PIC X(30).
           02 FILLER             PIC X(02).
           02 FS-BGLRPT-TS       PIC X(16).
           02 FILLER             PIC X(02).
           02 FS-BGLRPT-DETAIL   PIC X(60).
