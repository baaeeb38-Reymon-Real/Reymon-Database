      *** Author:  Reymon Dev         ***
      *** File:    reydb-runlog.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** what they actually ran.
           02 FS-RUNLOG-USER      PIC X(08).

      *** The run identifier REYDB_RUNID issued the job - the same
      *** number every audit trail row it wrote carries, which is
      *** what REYDB_BACKOUT takes to reverse exactly that job.
           02 FS-RUNLOG-RUN-ID    PIC 9(09).

      *** On a bad END, the sequence of the diagnostic snapshot the
      *** program left under this run (REYDB_DIAG) - zero when it
      *** left none.
           02 FS-RUNLOG-SNAP-SEQ  PIC 9(04).

      *************************************
      *** One operator alert - severity ***
      *** 'E' error / 'W' warning, what ***
      *** failed where, and the result  ***
      *** already rendered into words.  ***
      *** A failed run's line also      ***
      *** carries the run and snapshot  ***
      *** sequence of its diagnostic    ***
      *** snapshot - zeros otherwise.   ***
      *************************************

       FD  FC-ALERT.
           02 FS-ALERT-RESULT    PIC 9(02).
           02 FILLER             PIC X(02).
           02 FS-ALERT-TEXT      PIC X(40).
           02 FILLER             PIC X(02).
           02 FS-ALERT-RUN-ID    PIC 9(09).
           02 FILLER             PIC X(02).
           02 FS-ALERT-SNAP-SEQ  PIC 9(04).

      *************************************
      *** One run-history report line.  ***
           02 FS-RUNHIST-RESULT    PIC 9(02).
           02 FILLER               PIC X(02).
           02 FS-RUNHIST-COUNT     PIC 9(09).
           02 FILLER               PIC X(02).
           02 FS-RUNHIST-RUN-ID    PIC 9(09).
           02 FILLER               PIC X(02).
           02 FS-RUNHIST-SNAP-SEQ  PIC 9(04).
