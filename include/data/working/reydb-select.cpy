      *** Author:  Reymon Dev         ***
      *** File:    reydb-select.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-SELECT-FILE-STATUS PIC X(02) VALUE SPACE.

      *** File FC-SELECT's dynamic ASSIGN actually opens - the fixed
      *** name, or its current generation once the listing is put
      *** under generations.
       77 WS-SELECT-RPT-NAME PIC X(64) VALUE "select.rpt".

       77 WS-SELECT-MATCH-COUNT PIC 9(09) COMP-5 VALUE ZERO.

      *** The reserved predicate offsets - the row's key and its
      *** last-updated stamp, in place of a content slice.
       77 WS-SELECT-FIELD-KEY     PIC 9(04) COMP-5 VALUE 9001.
       77 WS-SELECT-FIELD-UPDATED PIC 9(04) COMP-5 VALUE 9002.
      ******************************************************************
