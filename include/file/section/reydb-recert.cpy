      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-recert.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** The printed recertification - free-text heading, database ***
      *** and sign-off lines, and one detail line per grant: the     ***
      *** user, their level, how many row-filter predicates narrow   ***
      *** it, password age in days, last run-log activity and the    ***
      *** flags audit asks about (IDLE, ORPHAN, LOCKED).             ***
      ******************************************************************

       FD  FC-RECERT.
       01  FS-RECERT-RECORD.
           02 FS-RECERT-TEXT    PIC X(100).

       01  FS-RECERT-DETAIL.
           02 FILLER            PIC X(02).
           02 FS-RECERT-USER    PIC X(08).
           02 FILLER            PIC X(02).
           02 FS-RECERT-LEVEL   PIC X(01).
           02 FILLER            PIC X(04).
           02 FS-RECERT-FILTERS PIC 9(02).
           02 FILLER            PIC X(02).
           02 FS-RECERT-PW-AGE  PIC X(05).
           02 FILLER            PIC X(02).
           02 FS-RECERT-LAST    PIC X(08).
           02 FILLER            PIC X(02).
           02 FS-RECERT-IDLE    PIC X(05).
           02 FILLER            PIC X(02).
           02 FS-RECERT-FLAGS   PIC X(20).
           02 FILLER            PIC X(34).

      ******************************************************************
      *** One grant image - what a user could touch on one database  ***
      *** at run time. The first four row-filter predicates ride     ***
      *** along whole so a changed literal shows up as a change, not ***
      *** only an added or dropped predicate. CERT-BY and CERT-TS    ***
      *** are stamped when the run is signed off.                    ***
      ******************************************************************

       FD  FC-RECCUR.
       01  FS-RECCUR-RECORD.
           02 FS-RECCUR-KEY.
              03 FS-RECCUR-DATABASE PIC X(64).
              03 FS-RECCUR-USER     PIC X(08).
           02 FS-RECCUR-LEVEL       PIC X(01).
           02 FS-RECCUR-FILTERS     PIC 9(02).
           02 FS-RECCUR-PREDICATES  PIC X(172).
           02 FS-RECCUR-LAST        PIC X(08).
           02 FS-RECCUR-CERT-BY     PIC X(08).
           02 FS-RECCUR-CERT-TS     PIC X(16).

       FD  FC-RECPRV.
       01  FS-RECPRV-RECORD.
           02 FS-RECPRV-KEY.
              03 FS-RECPRV-DATABASE PIC X(64).
              03 FS-RECPRV-USER     PIC X(08).
           02 FS-RECPRV-LEVEL       PIC X(01).
           02 FS-RECPRV-FILTERS     PIC 9(02).
           02 FS-RECPRV-PREDICATES  PIC X(172).
           02 FS-RECPRV-LAST        PIC X(08).
           02 FS-RECPRV-CERT-BY     PIC X(08).
           02 FS-RECPRV-CERT-TS     PIC X(16).

      ******************************************************************
      *** One changes-since line - ADDED, REMOVED, LEVEL or FILTER,  ***
      *** with the grant as certified and as it stands now.          ***
      ******************************************************************

       FD  FC-RECCHG.
       01  FS-RECCHG-RECORD.
           02 FS-RECCHG-CHANGE      PIC X(08).
           02 FILLER                PIC X(02).
           02 FS-RECCHG-DATABASE    PIC X(40).
           02 FILLER                PIC X(02).
           02 FS-RECCHG-USER        PIC X(08).
           02 FILLER                PIC X(02).
           02 FS-RECCHG-WAS-LEVEL   PIC X(01).
           02 FILLER                PIC X(01).
           02 FS-RECCHG-WAS-FILTERS PIC 9(02).
           02 FILLER                PIC X(02).
           02 FS-RECCHG-NOW-LEVEL   PIC X(01).
           02 FILLER                PIC X(01).
           02 FS-RECCHG-NOW-FILTERS PIC 9(02).
