      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-workq.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One work item - the record that needs a person, why, who   ***
      *** raised it and when, who has it and by when it is due, and  ***
      *** where it stands. A database-level finding (a              ***
      *** reconciliation out of balance) carries a blank record key. ***
      ******************************************************************

       FD  FC-WORKQ.
       01  FS-WORKQ-RECORD.
           02 FS-WORKQ-ITEM             PIC 9(09).
           02 FS-WORKQ-SUBJECT.
              03 FS-WORKQ-DATABASE      PIC X(64).
              03 FS-WORKQ-RECORD-KEY    PIC X(18).
              03 FS-WORKQ-REASON        PIC X(08).
           02 FS-WORKQ-DETAIL           PIC X(60).
           02 FS-WORKQ-RAISED-DATE      PIC 9(08).
           02 FS-WORKQ-RAISED-BY        PIC X(08).
           02 FS-WORKQ-ASSIGNEE         PIC X(08).
           02 FS-WORKQ-DUE-DATE         PIC 9(08).
           02 FS-WORKQ-STATUS           PIC X(01).
              88 FS-WORKQ-IS-OPEN       VALUE 'O'.
              88 FS-WORKQ-IS-TAKEN      VALUE 'T'.
              88 FS-WORKQ-IS-IN-WORK    VALUE 'W'.
              88 FS-WORKQ-IS-CLOSED     VALUE 'C'.
              88 FS-WORKQ-IS-OUTSTANDING VALUE 'O' 'T' 'W'.
           02 FS-WORKQ-CLOSED-DATE      PIC 9(08).
           02 FS-WORKQ-CLOSED-BY        PIC X(08).
           02 FS-WORKQ-NOTE             PIC X(40).

      *************************************
      *** One aging/SLA report line.    ***
      *************************************

       FD  FC-WORKQ-RPT.
       01  FS-WORKQ-RPT-RECORD PIC X(132).
