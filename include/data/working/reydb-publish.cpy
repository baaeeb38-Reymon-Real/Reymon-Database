      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-publish.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-PUBLISH-PAGE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-PUBLISH-PART-STATUS  PIC X(02) VALUE SPACE.
       77 WS-PUBLISH-REG-STATUS   PIC X(02) VALUE SPACE.
       77 WS-PUBLISH-REG-NAME     PIC X(64) VALUE "publish.dat".
       77 WS-PUBLISH-INDEX-STATUS PIC X(02) VALUE SPACE.
       77 WS-PUBLISH-INDEX-NAME   PIC X(64) VALUE "index.html".
       77 WS-PUBLISH-WORK-STATUS  PIC X(02) VALUE SPACE.
       77 WS-PUBLISH-WORK-NAME    PIC X(64) VALUE "publish.wrk".

      *** Files FC-PUBLISH-PAGE's and FC-PUBLISH-PART's dynamic
      *** ASSIGNs actually open - named off the report, database,
      *** date and, for a burst page, the break value.
       77 WS-PUBLISH-PAGE-NAME PIC X(64) VALUE SPACE.
       77 WS-PUBLISH-PART-NAME PIC X(64) VALUE SPACE.

      *** Caller-side items for REYDB_PUBLISH - 'Y' splits a report
      *** with control breaks into a page per break value as well.
       77 WS-PUBLISH-BURST PIC X(01) VALUE 'N'.
       77 WS-PUBLISH-PAGES PIC 9(05) COMP-5 VALUE ZERO.

      *** Result of the CALLs to REYDB_PUBLISH*.
       77 WS-REYDB-RESULT-PUBLISH PIC 9(18) VALUE ZERO.
      ******************************************************************
