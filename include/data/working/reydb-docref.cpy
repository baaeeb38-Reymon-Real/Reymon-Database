      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-docref.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-DOCREF-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-DOCREF-FILE-NAME       PIC X(64) VALUE "docref.dat".
       77 WS-DOCREQ-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-DOCREQ-FILE-NAME       PIC X(64) VALUE "docreq.dat".
       77 WS-DOCINV-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-DOCINV-FILE-NAME       PIC X(64) VALUE "docinv.dat".
       77 WS-DOCWRK-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-DOCWRK-FILE-NAME       PIC X(64) VALUE "docinv.wrk".
       77 WS-DOCREF-RPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-DOCREF-RPT-FILE-NAME   PIC X(64) VALUE "docref.rpt".

      *** Caller-side items for filing and dropping a reference from
      *** the maintenance screen and the inbox server.
       77 WS-DOCREF-DOC-ID    PIC X(20) VALUE SPACE.
       77 WS-DOCREF-DOC-TYPE  PIC X(08) VALUE SPACE.
       77 WS-DOCREF-RECEIVED  PIC 9(08) VALUE ZERO.
       77 WS-DOCREF-RETENTION PIC X(04) VALUE SPACE.

      *** Caller-side copy of the REYDB_DOCREF_LIST answer - the
      *** references on one record, first ten by document id.
       01 WS-DOCREF-LIST.
          02 WS-DOCREF-LIST-COUNT PIC 9(02) COMP-5 VALUE ZERO.
          02 WS-DOCREF-LIST-ENTRY OCCURS 10 TIMES.
             03 WS-DOCREF-LIST-DOC-ID    PIC X(20).
             03 WS-DOCREF-LIST-DOC-TYPE  PIC X(08).
             03 WS-DOCREF-LIST-RECEIVED  PIC 9(08).
             03 WS-DOCREF-LIST-RETENTION PIC X(04).

      *** Result of the CALL to REYDB_DOCREF_*.
       77 WS-REYDB-RESULT-DOCREF PIC 9(18) VALUE ZERO.
      ******************************************************************
