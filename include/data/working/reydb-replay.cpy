      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-replay.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-REPLAY-RPT-STATUS PIC X(02) VALUE SPACE.
       77 WS-REPLAY-RPT-NAME   PIC X(64) VALUE "replay.rpt".

      *** The comparison accumulators - one slot per program-and-hour
      *** pair seen on either side, recorded or replayed.
       01 WS-REPLAY-SUM-TABLE.
          02 WS-REPLAY-SUM-ENTRY OCCURS 100 TIMES.
             03 WS-REPLAY-SUM-PROGRAM   PIC X(18).
             03 WS-REPLAY-SUM-HOUR      PIC 9(02).
             03 WS-REPLAY-SUM-REC-CALLS PIC 9(09) COMP-5.
             03 WS-REPLAY-SUM-REC-TOTAL PIC 9(15) COMP-5.
             03 WS-REPLAY-SUM-RUN-CALLS PIC 9(09) COMP-5.
             03 WS-REPLAY-SUM-RUN-TOTAL PIC 9(15) COMP-5.
             03 WS-REPLAY-SUM-FAILS     PIC 9(09) COMP-5.

       77 WS-REPLAY-SUM-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-REPLAY-IDX       PIC 9(04) COMP-5 VALUE ZERO.

      *** The program and hour being folded in, and what it brings.
       77 WS-REPLAY-PROGRAM PIC X(18) VALUE SPACE.
       77 WS-REPLAY-HOUR    PIC 9(02) VALUE ZERO.

      *** A trail entry's after-image on its way to the test copy -
      *** the flag byte says how the content sits at rest.
       01 WS-REPLAY-IMAGE.
          02 WS-REPLAY-IMAGE-FLAG    PIC X(01).
             88 WS-REPLAY-IMAGE-IS-COMPRESSED VALUE "C" "Z".
          02 WS-REPLAY-IMAGE-STAMPS  PIC X(40).
          02 WS-REPLAY-IMAGE-CONTENT PIC X(471).

       77 WS-REPLAY-COMPRESS-FLAG PIC X(01) VALUE SPACE.
       77 WS-REPLAY-GEN           PIC 9(04) COMP-5 VALUE ZERO.

      ******************************************************************
      *** Clock arithmetic - an HHMMSSff stamp (the trail's time     ***
      *** half, or the clock ACCEPTed now) cracked into parts and    ***
      *** reduced to hundredths since midnight.                      ***
      ******************************************************************
       01 WS-REPLAY-CLOCK-X PIC 9(08) VALUE ZERO.
       01 WS-REPLAY-CLOCK-VIEW REDEFINES WS-REPLAY-CLOCK-X.
          02 WS-REPLAY-CLOCK-HH PIC 9(02).
          02 WS-REPLAY-CLOCK-MM PIC 9(02).
          02 WS-REPLAY-CLOCK-SS PIC 9(02).
          02 WS-REPLAY-CLOCK-FF PIC 9(02).

       77 WS-REPLAY-CLOCK-HUNDREDTHS PIC S9(09) COMP-5 VALUE ZERO.

      *** Where the day and the replay each started, and how far
      *** into each the entry in hand sits - the pacing keeps the
      *** replay's offset from running ahead of the recorded one.
       77 WS-REPLAY-REC-FIRST  PIC S9(09) COMP-5 VALUE ZERO.
       77 WS-REPLAY-REC-LAST   PIC S9(09) COMP-5 VALUE ZERO.
       77 WS-REPLAY-REC-OFFSET PIC S9(09) COMP-5 VALUE ZERO.
       77 WS-REPLAY-RUN-START  PIC S9(09) COMP-5 VALUE ZERO.
       77 WS-REPLAY-RUN-OFFSET PIC S9(09) COMP-5 VALUE ZERO.
       77 WS-REPLAY-SLEEP-SECS PIC 9(08) COMP-5 VALUE ZERO.

      *** Window figures, all in hundredths.
       77 WS-REPLAY-CALLS      PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-REPLAY-BUSY       PIC 9(15) COMP-5 VALUE ZERO.
       77 WS-REPLAY-WALL       PIC 9(15) COMP-5 VALUE ZERO.
       77 WS-REPLAY-REC-WINDOW PIC 9(15) COMP-5 VALUE ZERO.
       77 WS-REPLAY-PROJECTED  PIC 9(15) COMP-5 VALUE ZERO.

      *** The volume multiple a projection line is worked at.
       77 WS-REPLAY-FACTOR PIC 9(01)V9(01) VALUE ZERO.

       77 WS-REPLAY-STARTED PIC X(01) VALUE 'N'.
       77 WS-REPLAY-EOF     PIC X(01) VALUE 'N'.

      *** Results of the CALLs the replay makes per entry.
       77 WS-REYDB-RESULT-REPLAY   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-MASK     PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
      ******************************************************************
