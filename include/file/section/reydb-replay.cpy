      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-replay.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One comparison line - for one CRUD program in one hour of  ***
      *** the replayed day, the calls and average hundredths         ***
      *** REYDB_METRIC recorded in production, the calls and average ***
      *** the replay measured against the test copy, the replayed    ***
      *** average as a percentage of the recorded one (zero when     ***
      *** nothing was recorded to compare with), and how many        ***
      *** replayed calls came back other than successful.            ***
      ******************************************************************

       FD  FC-REPLAY-RPT.
       01  FS-REPLAY-RPT-RECORD.
           02 FS-REPLAY-RPT-PROGRAM   PIC X(18).
           02 FILLER                  PIC X(02).
           02 FS-REPLAY-RPT-HOUR      PIC 9(02).
           02 FILLER                  PIC X(02).
           02 FS-REPLAY-RPT-REC-CALLS PIC 9(09).
           02 FILLER                  PIC X(02).
           02 FS-REPLAY-RPT-REC-AVG   PIC 9(09).
           02 FILLER                  PIC X(02).
           02 FS-REPLAY-RPT-RUN-CALLS PIC 9(09).
           02 FILLER                  PIC X(02).
           02 FS-REPLAY-RPT-RUN-AVG   PIC 9(09).
           02 FILLER                  PIC X(02).
           02 FS-REPLAY-RPT-PCT       PIC 9(05).
           02 FILLER                  PIC X(02).
           02 FS-REPLAY-RPT-FAILS     PIC 9(09).

      ******************************************************************
      *** The closing window lines - a label, the calls the line     ***
      *** covers, and the window length in hundredths: the day as    ***
      *** recorded, the replay's busy and wall-clock time, and the   ***
      *** projected window at 1.5x and 2x the day's volume.          ***
      ******************************************************************

       01  FS-REPLAY-WIN-RECORD.
           02 FS-REPLAY-WIN-LABEL      PIC X(18).
           02 FILLER                   PIC X(02).
           02 FS-REPLAY-WIN-CALLS      PIC 9(09).
           02 FILLER                   PIC X(02).
           02 FS-REPLAY-WIN-HUNDREDTHS PIC 9(09).
