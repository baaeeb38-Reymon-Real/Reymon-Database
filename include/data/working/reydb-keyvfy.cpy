      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-keyvfy.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-KEYVFY-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-KEYVFY-FILE-NAME    PIC X(64) VALUE "keyvfy.dat".
       77 WS-KEYHELD-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-KEYHELD-FILE-NAME   PIC X(64) VALUE "keyheld.dat".
       77 WS-KEYSTAT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-KEYSTAT-FILE-NAME   PIC X(64) VALUE "keystat.dat".
       77 WS-KEYVFY-RPT-STATUS   PIC X(02) VALUE SPACE.
       77 WS-KEYVFY-RPT-NAME     PIC X(64) VALUE "keyacc.rpt".

      *** The nominations row that puts the database itself in
      *** verify mode rather than naming a field.
       77 WS-KEYVFY-DATABASE-ROW PIC X(16) VALUE "*DATABASE*".

      *** What the keying was - an add or a change.
       77 WS-KEYVFY-ADD    PIC X(01) VALUE 'A'.
       77 WS-KEYVFY-CHANGE PIC X(01) VALUE 'U'.

      *** Caller-side shape of the disagreements a re-key found -
      *** the field, what the first operator keyed and what the
      *** second keyed, side by side.
       01 WS-KEYVFY-DIFFS.
          02 WS-KEYVFY-DIFF-COUNT PIC 9(02) COMP-5 VALUE ZERO.
          02 WS-KEYVFY-DIFF OCCURS 10 TIMES.
             03 WS-KEYVFY-DIFF-FIELD  PIC X(16).
             03 WS-KEYVFY-DIFF-FIRST  PIC X(28).
             03 WS-KEYVFY-DIFF-SECOND PIC X(28).

      *** Result of the CALLs to REYDB_KEYVERIFY_*.
       77 WS-REYDB-RESULT-KEYVFY PIC 9(18) VALUE ZERO.
      ******************************************************************
