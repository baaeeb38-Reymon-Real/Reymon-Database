      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-ready.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One downstream consumer of one database - the team, the    ***
      *** run-deck steps that have to finish cleanly before the      ***
      *** database is theirs to read (none listed waits on the whole ***
      *** deck), and the HHMM they need it by (zero, no deadline). A ***
      *** deadline earlier in the day than the deck started is the   ***
      *** next morning's.                                            ***
      ******************************************************************

       FD  FC-CONSUMER.
       01  FS-CONSUMER-RECORD.
           02 FS-CONSUMER-KEY.
              03 FS-CONSUMER-ID       PIC X(08).
              03 FS-CONSUMER-DATABASE PIC X(64).
           02 FS-CONSUMER-TEAM        PIC X(30).
           02 FS-CONSUMER-DEADLINE    PIC 9(04).
           02 FS-CONSUMER-STEP-COUNT  PIC 9(02).
           02 FS-CONSUMER-STEP        PIC 9(03) OCCURS 10 TIMES.
           02 FS-CONSUMER-SET-BY      PIC X(08).
           02 FS-CONSUMER-SET-TS      PIC X(16).

      ******************************************************************
      *** One ready signal - for one deck run date, consumer and     ***
      *** database: 'R' ready, with the row count and the control    ***
      *** total over the database's designated amount field (in its  ***
      *** smallest unit, zero when none is declared) as the deck     ***
      *** left it; 'N' not ready, with the reason. A consumer reads  ***
      *** its own key for the day and nothing else.                  ***
      ******************************************************************

       FD  FC-READY.
       01  FS-READY-RECORD.
           02 FS-READY-KEY.
              03 FS-READY-DATE     PIC 9(08).
              03 FS-READY-CONSUMER PIC X(08).
              03 FS-READY-DATABASE PIC X(64).
           02 FS-READY-STATUS      PIC X(01).
              88 FS-READY-IS-READY     VALUE 'R'.
              88 FS-READY-IS-NOT-READY VALUE 'N'.
           02 FS-READY-ROW-COUNT   PIC 9(09).
           02 FS-READY-CONTROL-TOTAL PIC S9(15)
                                     SIGN IS LEADING SEPARATE.
           02 FS-READY-REASON      PIC X(40).
           02 FS-READY-PUBLISHED-TS PIC X(16).
