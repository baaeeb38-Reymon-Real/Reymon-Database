      *** Author:  Reymon Dev         ***
      *** File:    reydb-rowfilter.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-ROWFILTER-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-ROWFILTER-FILE-NAME   PIC X(64) VALUE "rowfilter.dat".

      *** Caller-side items for the REYDB_ROWFILTER_EVAL call the
      *** read paths make - 'Y' when the signed-on user may see the
