      *** Author:  Reymon Dev         ***
      *** File:    reydb-reload.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-FIX-FILE-STATUS        PIC X(02) VALUE SPACE.
       77 WS-FIX-FILE-NAME          PIC X(64) VALUE "fix.dat".
       77 WS-RELOAD-RPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-RELOAD-RPT-FILE-NAME   PIC X(64) VALUE "reload.rpt".

      *** The fix deck, loaded once - corrections come in the
      *** hundreds on a bad day, same order of size as the rejects.
