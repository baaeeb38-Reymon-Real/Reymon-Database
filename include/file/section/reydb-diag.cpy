      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-diag.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One diagnostic snapshot - per run, program and a sequence  ***
      *** within the two, stamped when and under whom. The detail is ***
      *** what the failing program knew at the moment it gave up:    ***
      *** the database, the result, the last key it had in hand, the ***
      *** status of every file it had open, its row counters, how    ***
      *** far its checkpoint had got and the parameters it was run   ***
      *** with. The run-log END record and the alert line carry the  ***
      *** run and sequence that find it again.                       ***
      ******************************************************************
       FD  FC-DIAG.
       01  FS-DIAG-RECORD.
           02 FS-DIAG-KEY.
              03 FS-DIAG-RUN-ID  PIC 9(09).
              03 FS-DIAG-PROGRAM PIC X(18).
              03 FS-DIAG-SEQ     PIC 9(04).
           02 FS-DIAG-TIMESTAMP  PIC X(16).
           02 FS-DIAG-USER       PIC X(08).
           02 FS-DIAG-DETAIL.
              03 FS-DIAG-DATABASE   PIC X(64).
              03 FS-DIAG-RESULT     PIC 9(02).
              03 FS-DIAG-LAST-KEY   PIC X(18).
              03 FS-DIAG-OPEN-FILE OCCURS 6 TIMES.
                 04 FS-DIAG-OPEN-NAME   PIC X(24).
                 04 FS-DIAG-OPEN-STATUS PIC X(02).
              03 FS-DIAG-READ       PIC 9(09).
              03 FS-DIAG-WRITTEN    PIC 9(09).
              03 FS-DIAG-REJECTED   PIC 9(09).
              03 FS-DIAG-CHECKPOINT PIC X(18).
              03 FS-DIAG-PARMS      PIC X(80).

      *************************************
      *** One line of the snapshot      ***
      *** listing - a caption and what  ***
      *** stood against it.             ***
      *************************************
       FD  FC-DIAGRPT.
       01  FS-DIAGRPT-RECORD.
           02 FS-DIAGRPT-CAPTION PIC X(16).
           02 FILLER             PIC X(02).
           02 FS-DIAGRPT-VALUE   PIC X(80).
