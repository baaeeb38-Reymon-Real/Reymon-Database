      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-watch.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       77 WS-WATCHLST-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-WATCHLST-FILE-NAME   PIC X(64) VALUE "watchlst.dat".
       77 WS-WATCHFLD-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-WATCHFLD-FILE-NAME   PIC X(64) VALUE "watchfld.dat".
       77 WS-WATCHQ-FILE-STATUS   PIC X(02) VALUE SPACE.
       77 WS-WATCHQ-FILE-NAME     PIC X(64) VALUE "watchq.dat".
       77 WS-WATCH-RPT-STATUS     PIC X(02) VALUE SPACE.

      *** File FC-WATCH-RPT's dynamic ASSIGN actually opens - the
      *** review listing or the rescreen listing.
       77 WS-WATCH-RPT-NAME PIC X(64) VALUE "watchq.rpt".

      *** What the screened call was doing, as the queue records it.
       77 WS-WATCH-OP-ADD     PIC X(01) VALUE 'A'.
       77 WS-WATCH-OP-REWRITE PIC X(01) VALUE 'R'.

      *** The nominations row that carries a database's last full
      *** rescreen stamp rather than a field.
       77 WS-WATCH-RESCREEN-ROW PIC X(16) VALUE "*RESCREEN*".

      *** Result of the CALLs to REYDB_WATCH_*.
       77 WS-REYDB-RESULT-WATCH PIC 9(18) VALUE ZERO.
