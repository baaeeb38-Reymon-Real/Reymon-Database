      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-benford.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-BENFORD-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-BENFORD-FILE-NAME   PIC X(64) VALUE "benford.rpt".
       77 WS-BENWRK-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-BENWRK-FILE-NAME    PIC X(64) VALUE "benford.wrk".

      *** Benford's expected share of each first digit 1-9 and each
      *** second digit 0-9, in percent - log10(1 + 1/d) worked out
      *** once, the way a rate table is keyed rather than computed.
       01 WS-BENFORD-EXPECT-1-X.
          02 FILLER PIC 9(03)V9(03) VALUE 030.103.
          02 FILLER PIC 9(03)V9(03) VALUE 017.609.
          02 FILLER PIC 9(03)V9(03) VALUE 012.494.
          02 FILLER PIC 9(03)V9(03) VALUE 009.691.
          02 FILLER PIC 9(03)V9(03) VALUE 007.918.
          02 FILLER PIC 9(03)V9(03) VALUE 006.695.
          02 FILLER PIC 9(03)V9(03) VALUE 005.799.
          02 FILLER PIC 9(03)V9(03) VALUE 005.115.
          02 FILLER PIC 9(03)V9(03) VALUE 004.576.
       01 WS-BENFORD-EXPECT-1-VIEW REDEFINES WS-BENFORD-EXPECT-1-X.
          02 WS-BENFORD-EXPECT-1 PIC 9(03)V9(03) OCCURS 9 TIMES.

       01 WS-BENFORD-EXPECT-2-X.
          02 FILLER PIC 9(03)V9(03) VALUE 011.968.
          02 FILLER PIC 9(03)V9(03) VALUE 011.389.
          02 FILLER PIC 9(03)V9(03) VALUE 010.882.
          02 FILLER PIC 9(03)V9(03) VALUE 010.433.
          02 FILLER PIC 9(03)V9(03) VALUE 010.031.
          02 FILLER PIC 9(03)V9(03) VALUE 009.668.
          02 FILLER PIC 9(03)V9(03) VALUE 009.337.
          02 FILLER PIC 9(03)V9(03) VALUE 009.035.
          02 FILLER PIC 9(03)V9(03) VALUE 008.757.
          02 FILLER PIC 9(03)V9(03) VALUE 008.500.
       01 WS-BENFORD-EXPECT-2-VIEW REDEFINES WS-BENFORD-EXPECT-2-X.
          02 WS-BENFORD-EXPECT-2 PIC 9(03)V9(03) OCCURS 10 TIMES.

      *** Chi-square five-percent critical values - 8 degrees of
      *** freedom for the first digit, 9 for the second.
       77 WS-BENFORD-CRITICAL-1 PIC 9(03)V9(03) VALUE 015.507.
       77 WS-BENFORD-CRITICAL-2 PIC 9(03)V9(03) VALUE 016.919.

      *** Result of the CALL to REYDB_BENFORD.
       77 WS-REYDB-RESULT-BENFORD PIC 9(18) VALUE ZERO.
      ******************************************************************
