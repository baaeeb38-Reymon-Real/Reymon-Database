      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-future.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One change filed ahead of its effective date - the ADD,    ***
      *** REWRITE or REMOVE to run, the full record it carries, the  ***
      *** business day it was rolled onto when filed, and how it     ***
      *** came out once the apply step reached it. Applied and       ***
      *** failed rows stay on file, so an inquiry shows a key's      ***
      *** whole queue and what became of it.                         ***
      ******************************************************************

       FD  FC-FUTURE.
       01  FS-FUTURE-RECORD.
           02 FS-FUTURE-KEY.
              03 FS-FUTURE-DATABASE   PIC X(64).
              03 FS-FUTURE-RECORD-KEY PIC X(18).
              03 FS-FUTURE-EFFECTIVE  PIC 9(08).
              03 FS-FUTURE-SEQ        PIC 9(08).
           02 FS-FUTURE-OPERATION     PIC X(08).
           02 FS-FUTURE-DUE-DATE      PIC 9(08).
           02 FS-FUTURE-STATUS        PIC X(01).
              88 FS-FUTURE-IS-PENDING VALUE 'P'.
              88 FS-FUTURE-IS-APPLIED VALUE 'A'.
              88 FS-FUTURE-IS-FAILED  VALUE 'F'.
           02 FS-FUTURE-BUFFER        PIC X(512).
           02 FS-FUTURE-FILED-USER    PIC X(08).
           02 FS-FUTURE-FILED-TS      PIC X(16).
           02 FS-FUTURE-APPLIED-TS    PIC X(16).
           02 FS-FUTURE-RESULT        PIC 9(02).

      *************************************
      *** One queue report line - the    ***
      *** change, when it was due, where ***
      *** it stands, who filed it, and   ***
      *** either the head of its content ***
      *** or the outcome in words.       ***
      *************************************

       FD  FC-FUTURE-RPT.
       01  FS-FUTURE-RPT-RECORD.
           02 FS-FUTURE-RPT-KEY       PIC X(18).
           02 FILLER                  PIC X(02).
           02 FS-FUTURE-RPT-OPERATION PIC X(08).
           02 FILLER                  PIC X(02).
           02 FS-FUTURE-RPT-EFFECTIVE PIC X(08).
           02 FILLER                  PIC X(02).
           02 FS-FUTURE-RPT-DUE       PIC X(08).
           02 FILLER                  PIC X(02).
           02 FS-FUTURE-RPT-STATUS    PIC X(08).
           02 FILLER                  PIC X(02).
           02 FS-FUTURE-RPT-USER      PIC X(08).
           02 FILLER                  PIC X(02).
           02 FS-FUTURE-RPT-TEXT      PIC X(40).
