      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    dsar.cbl           ***
      *** Date:    October 15 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ***************************************
      *** Division for set configurations ***
      ***       of the program            ***
      ***************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB_DSAR IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Data-subject access package - the other half of            ***
      *** REYDB_ERASE. Asked "send me everything you hold on me",    ***
      *** this takes the subject's key, or an alias the REYDB_ALIAS  ***
      *** directory knows them by, and searches every database on    ***
      *** catalog.dat: the live row - on the database's own file,    ***
      *** each extent its chain runs to and each shard file          ***
      *** shard.dat declares for it - the archive tier's copy, every ***
      *** retired version in the history file, every audit trail     ***
      *** entry (the rotated generations as well as the current      ***
      *** trail), the operator notes and the lineage record filed    ***
      *** against the key. The alias is resolved per database, so    ***
      *** one name finds the subject under whatever key each         ***
      *** database files them.                                       ***
      ***                                                            ***
      *** dsar.rpt is one paged package: a cover sheet with the case ***
      *** reference, who prepared it and when, the response-due date ***
      *** and every source searched with what it held, then each     ***
      *** place the subject appears. Row images are deciphered the   ***
      *** way the read paths do it and decoded field by field        ***
      *** through the dictionary; a field the preparer's column      ***
      *** rules hide prints *WITHHELD*, never its value. The due     ***
      *** date counts calendar days from the day the request came in ***
      *** (thirty unless the caller says otherwise), rolled to the   ***
      *** next business day REYDB_CALENDAR_ROLL allows.              ***
      ***                                                            ***
      *** The package crosses every database, so the utility         ***
      *** authority it asks for is the "*" one.                      ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb.cpy".
       COPY "file/control/reydb-xref.cpy".
       COPY "file/control/reydb-catalog.cpy".
       COPY "file/control/reydb-history.cpy".
       COPY "file/control/reydb-audit.cpy".
       COPY "file/control/reydb-rotate.cpy".
       COPY "file/control/reydb-note.cpy".
       COPY "file/control/reydb-lineage.cpy".
       COPY "file/control/reydb-dsar.cpy".
       COPY "file/control/reydb-shard.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb.cpy"
           REPLACING REYDB-BUFFER-LEN BY 512
                     REYDB-PAYLOAD-LEN BY 511
                     REYDB-CONTENT-LEN BY 471.
       COPY "file/section/reydb-xref.cpy"
           REPLACING REYDB-BUFFER-LEN BY 512
                     REYDB-PAYLOAD-LEN BY 511
                     REYDB-CONTENT-LEN BY 471.
       COPY "file/section/reydb-catalog.cpy".
       COPY "file/section/reydb-history.cpy".
       COPY "file/section/reydb-audit.cpy".
       COPY "file/section/reydb-rotate.cpy".
       COPY "file/section/reydb-note.cpy".
       COPY "file/section/reydb-lineage.cpy".
       COPY "file/section/reydb-dsar.cpy".
       COPY "file/section/reydb-shard.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_DSAR".
       COPY "data/working/reydb-utilauth.cpy".
       COPY "data/working/reydb-xref.cpy".
       COPY "data/working/reydb-catalog.cpy".
       COPY "data/working/reydb-history.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-rotate.cpy".
       COPY "data/working/reydb-note.cpy".
       COPY "data/working/reydb-lineage.cpy".
       COPY "data/working/reydb-dsar.cpy".
       COPY "data/working/reydb-alias.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-colsec.cpy".
       COPY "data/working/reydb-checksum.cpy".
       COPY "data/working/reydb-calendar.cpy".
       COPY "data/working/reydb-shard.cpy".
       COPY "data/working/reydb-extent.cpy".

      *** The authority asked for - every database, not one.
       77 WS-DSR-ALL-DATABASES PIC X(64) VALUE "*".

      *** Who prepared the package, and when.
       77 WS-DSR-USER         PIC X(08) VALUE SPACE.
       77 WS-DSR-RUN-DATE     PIC 9(08) VALUE ZERO.
       77 WS-DSR-RUN-TIME     PIC 9(08) VALUE ZERO.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The day the request came in, the days allowed to answer
      *** it, and the business day the answer falls due.
       77 WS-DSR-RECEIVED PIC 9(08) VALUE ZERO.
       77 WS-DSR-DUE      PIC 9(08) VALUE ZERO.
       77 WS-DSR-DAYS     PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-DSR-STEP     PIC 9(03) COMP-5 VALUE ZERO.

      *** The database being searched and the key the subject is
      *** filed under in it - 'A' when an alias led there.
       77 WS-DSR-DB-NAME PIC X(64) VALUE SPACE.
       77 WS-DSR-KEY     PIC X(18) VALUE SPACE.
       77 WS-DSR-VIA     PIC X(01) VALUE SPACE.

      *** 'Y' once the database's heading is in the body - it goes
      *** in ahead of the first place found, and not at all when
      *** the database holds nothing on the subject.
       77 WS-DSR-DB-HEADED PIC X(01) VALUE 'N'.

      *** Databases searched, and places the subject was found.
       77 WS-DSR-DB-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-DSR-HITS     PIC 9(09) COMP-5 VALUE ZERO.

      *** Every source searched, for the cover sheet - the database,
      *** the tier, 'S' searched or 'A' not on disk, and the items
      *** it held on the subject.
       01 WS-DSR-SOURCES.
          02 WS-DSR-SRC OCCURS 300 TIMES.
             03 WS-DSR-SRC-DB    PIC X(40).
             03 WS-DSR-SRC-TIER  PIC X(08).
             03 WS-DSR-SRC-STATE PIC X(01).
             03 WS-DSR-SRC-ITEMS PIC 9(09) COMP-5.

       77 WS-DSR-SRC-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DSR-SRC-IDX   PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DSR-SRC-MORE  PIC 9(09) COMP-5 VALUE ZERO.

      *** The source in hand, before it goes on the table - the
      *** physical file it is when that is not the database's own
      *** (an extent or a shard), SPACE otherwise.
       77 WS-DSR-TIER  PIC X(08) VALUE SPACE.
       77 WS-DSR-PHYS  PIC X(64) VALUE SPACE.
       77 WS-DSR-STATE PIC X(01) VALUE SPACE.
       77 WS-DSR-ITEMS PIC 9(09) COMP-5 VALUE ZERO.

      *** The database's dictionary layout and names.
       77 WS-DSR-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       01 WS-DSR-LAYOUT.
          02 WS-DSR-FIELD OCCURS 20 TIMES.
             03 WS-DSR-FIELD-OFFSET PIC 9(04) COMP-5.
             03 WS-DSR-FIELD-LENGTH PIC 9(04) COMP-5.

       77 WS-DSR-FIELD-IDX PIC 9(02) COMP-5 VALUE ZERO.

      *** A content-wide probe put through the preparer's column
      *** rules once per database - a byte that comes back blank is
      *** one they may not see.
       77 WS-DSR-PROBE PIC X(471) VALUE SPACE.

      *** One row image being decoded - the on-disk buffer shape,
      *** deciphered and decompressed in place.
       01 WS-DSR-IMAGE.
          02 WS-DSR-IMG-FLAG    PIC X(01).
             88 WS-DSR-IMG-IS-DELETED    VALUE "Y" "Z".
             88 WS-DSR-IMG-IS-COMPRESSED VALUE "C" "Z".
          02 WS-DSR-IMG-CREATED PIC X(16).
          02 WS-DSR-IMG-UPDATED PIC X(16).
          02 WS-DSR-IMG-EXPIRY  PIC X(08).
          02 WS-DSR-IMG-CONTENT PIC X(471).

       77 WS-DSR-IMG-GEN       PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DSR-COMPRESS-FLAG PIC X(01) VALUE SPACE.

      *** One value being printed - its label, its bytes, how many
      *** of them count, and the slice going on the line in hand.
       77 WS-DSR-LABEL   PIC X(16)  VALUE SPACE.
       77 WS-DSR-VALUE   PIC X(471) VALUE SPACE.
       77 WS-DSR-VAL-LEN PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DSR-VAL-OFF PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DSR-CHUNK   PIC 9(04) COMP-5 VALUE ZERO.

      *** The audit trail being walked, and its generation in hand.
       77 WS-DSR-TRAIL   PIC X(64) VALUE SPACE.
       77 WS-DSR-GEN-IDX PIC 9(04) COMP-5 VALUE ZERO.

      *** Package furniture.
       77 WS-DSR-LINE       PIC X(132) VALUE SPACE.
       77 WS-DSR-HOLD       PIC X(132) VALUE SPACE.
       77 WS-DSR-PTR        PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DSR-PAGE-NO    PIC 9(04) VALUE ZERO.
       77 WS-DSR-LINE-COUNT PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-DSR-PAGE-LIMIT PIC 9(04) COMP-5 VALUE 60.
       77 WS-DSR-BODY-LINES PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-DSR-COUNT-ED   PIC ZZZ,ZZZ,ZZ9.
       77 WS-DSR-STATE-X    PIC X(12) VALUE SPACE.

       77 WS-DSR-EOF     PIC X(01) VALUE 'N'.
       77 WS-DSR-CAT-EOF PIC X(01) VALUE 'N'.

      *** The live-row probe's heading, and the extent chain's walk
      *** - the file in hand and whether the chain has run out.
       77 WS-DSR-ROW-LABEL  PIC X(16) VALUE SPACE.
       77 WS-DSR-CHAIN-FILE PIC X(64) VALUE SPACE.
       77 WS-DSR-CHAIN-END  PIC X(01) VALUE 'N'.
       77 WS-DSR-SHARD-EOF  PIC X(01) VALUE 'N'.

      *** Results of the calls down the search.
       77 WS-REYDB-RESULT-GETGEN   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

      *** The subject - their key, or an alias - and the privacy
      *** request's case reference.
       77 LS-DSAR-SUBJECT PIC X(32) VALUE SPACE.
       77 LS-DSAR-CASE    PIC X(16) VALUE SPACE.

      *** The day the request came in (zero - today), the calendar
      *** days allowed to answer it (zero - thirty), and the due
      *** date handed back.
       77 LS-DSAR-RECEIVED PIC 9(08) VALUE ZERO.
       77 LS-DSAR-DAYS     PIC 9(03) VALUE ZERO.
       77 LS-DSAR-DUE      PIC 9(08) VALUE ZERO.

      *** Places the subject was found, across every source.
       77 LS-REYDB-FOUND-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - searches every source and writes the ***
      *** package. NOT-FOUND when no source holds anything on the    ***
      *** subject - the package is still written, and says so.       ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-DSAR-SUBJECT
                                    LS-DSAR-CASE
                                    LS-DSAR-RECEIVED
                                    LS-DSAR-DAYS
                                    LS-DSAR-DUE
                                    LS-REYDB-FOUND-COUNT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-FOUND-COUNT LS-DSAR-DUE.

      *** Gathering one person's data from every database at once
      *** is utility work - the authority file answers first.
           CALL "REYDB_UTILAUTH" USING WS-UTIL-DSAR
                                       WS-DSR-ALL-DATABASES
               RETURNING WS-REYDB-RESULT-UTILAUTH
           END-CALL.

           IF WS-REYDB-RESULT-UTILAUTH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-UTILITY
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           IF LS-DSAR-SUBJECT EQUAL SPACE
           OR LS-DSAR-CASE EQUAL SPACE
           OR LS-DSAR-RECEIVED NOT NUMERIC
           OR LS-DSAR-DAYS NOT NUMERIC
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE SPACE TO WS-DSR-USER.

           CALL "REYDB_WHOAMI" USING WS-DSR-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           ACCEPT WS-DSR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DSR-RUN-TIME FROM TIME.

           PERFORM 0200-DUE-DATE THRU 0200-DUE-DATE-EXIT.

           MOVE ZERO TO WS-DSR-DB-COUNT WS-DSR-HITS WS-DSR-SRC-COUNT
                        WS-DSR-SRC-MORE WS-DSR-BODY-LINES.

           OPEN OUTPUT FC-DSAR-WRK.

           OPEN INPUT FC-CATALOG.

      *** Nothing has ever been cataloged - the package still goes
      *** out, its cover sheet saying nothing was there to search.
           IF WS-CATALOG-FILE-STATUS EQUAL "00"

              MOVE 'N' TO WS-DSR-CAT-EOF

              PERFORM UNTIL WS-DSR-CAT-EOF EQUAL 'S'

                  READ FC-CATALOG NEXT RECORD

                  AT END
                      MOVE 'S' TO WS-DSR-CAT-EOF

                  NOT AT END
                      MOVE FS-CATALOG-KEY TO WS-DSR-DB-NAME
                      PERFORM 1000-SEARCH-ONE-DATABASE
                         THRU 1000-SEARCH-ONE-DATABASE-EXIT
                  END-READ

              END-PERFORM

              CLOSE FC-CATALOG

           END-IF.

           CLOSE FC-DSAR-WRK.

           PERFORM 7000-WRITE-PACKAGE THRU 7000-WRITE-PACKAGE-EXIT.

      *** The body's working copy holds the same personal data the
      *** package does - it is emptied once the package is out.
           OPEN OUTPUT FC-DSAR-WRK.
           CLOSE FC-DSAR-WRK.

           MOVE WS-DSR-DUE  TO LS-DSAR-DUE.
           MOVE WS-DSR-HITS TO LS-REYDB-FOUND-COUNT.

           IF WS-DSR-HITS EQUAL ZERO
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-SUCCESS   TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The response-due date - the day the request came in, the   ***
      *** allowed calendar days stepped on from it, then rolled to   ***
      *** a business day.                                            ***
      ******************************************************************
       0200-DUE-DATE.

           IF LS-DSAR-RECEIVED EQUAL ZERO
              MOVE WS-DSR-RUN-DATE  TO WS-DSR-RECEIVED
           ELSE
              MOVE LS-DSAR-RECEIVED TO WS-DSR-RECEIVED
           END-IF.

           IF LS-DSAR-DAYS EQUAL ZERO
              MOVE 30           TO WS-DSR-DAYS
           ELSE
              MOVE LS-DSAR-DAYS TO WS-DSR-DAYS
           END-IF.

           MOVE WS-DSR-RECEIVED TO WS-CALENDAR-ASK-DATE.

           PERFORM VARYING WS-DSR-STEP FROM 1 BY 1
                     UNTIL WS-DSR-STEP GREATER THAN WS-DSR-DAYS

               CALL "REYDB_CALENDAR_NEXT" USING WS-CALENDAR-ASK-DATE
                                                WS-CALENDAR-ROLLED
                   RETURNING WS-REYDB-RESULT-CALENDAR
               END-CALL

               MOVE WS-CALENDAR-ROLLED TO WS-CALENDAR-ASK-DATE

           END-PERFORM.

           CALL "REYDB_CALENDAR_ROLL" USING WS-CALENDAR-ASK-DATE
                                            WS-CALENDAR-ROLLED
               RETURNING WS-REYDB-RESULT-CALENDAR
           END-CALL.

           MOVE WS-CALENDAR-ROLLED TO WS-DSR-DUE.

       0200-DUE-DATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One cataloged database - the subject's key in it, its      ***
      *** policy, dictionary and the preparer's column rules, then   ***
      *** every tier searched in turn.                               ***
      ******************************************************************
       1000-SEARCH-ONE-DATABASE.

           ADD 1 TO WS-DSR-DB-COUNT.

           MOVE WS-DSR-DB-NAME TO WS-REYDB-DATABASE-NAME.
           MOVE 'N'            TO WS-DSR-DB-HEADED.

      *** An alias this database's directory knows leads to the key
      *** it files the subject under; anything else is taken as the
      *** key itself.
           MOVE SPACE TO WS-ALIAS-RESOLVED-KEY.

           CALL "REYDB_ALIAS_RESOLVE" USING WS-DSR-DB-NAME
                                            LS-DSAR-SUBJECT
                                            WS-ALIAS-RESOLVED-KEY
               RETURNING WS-REYDB-RESULT-ALIAS
           END-CALL.

           IF WS-ALIAS-RESOLVED-KEY NOT EQUAL SPACE
              MOVE WS-ALIAS-RESOLVED-KEY TO WS-DSR-KEY
              MOVE 'A'                   TO WS-DSR-VIA
           ELSE
              MOVE LS-DSAR-SUBJECT       TO WS-DSR-KEY
              MOVE 'K'                   TO WS-DSR-VIA
           END-IF.

           CALL "REYDB_POLICY" USING WS-DSR-DB-NAME
                                     WS-POLICY-ENCRYPT
                                     WS-POLICY-COMPRESS
                                     WS-POLICY-VALIDATE
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

           MOVE ZERO TO WS-DSR-FIELD-COUNT.

           CALL "REYDB_DICT_GET" USING WS-DSR-DB-NAME
                                       WS-DSR-FIELD-COUNT
                                       WS-DSR-LAYOUT
                                       WS-DICT-FIELD-NAMES
                                       WS-DICT-FIELD-TYPES
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

           MOVE ALL "X" TO WS-DSR-PROBE.

           CALL "REYDB_COLSEC_MASK" USING WS-DSR-DB-NAME
                                          WS-DSR-PROBE
                                          WS-COLSEC-MASKED
               RETURNING WS-REYDB-RESULT-COLSEC
           END-CALL.

           PERFORM 2000-SEARCH-LIVE THRU 2000-SEARCH-LIVE-EXIT.
           PERFORM 2100-SEARCH-ARCHIVE THRU 2100-SEARCH-ARCHIVE-EXIT.
           PERFORM 2200-SEARCH-HISTORY THRU 2200-SEARCH-HISTORY-EXIT.
           PERFORM 2300-SEARCH-AUDIT THRU 2300-SEARCH-AUDIT-EXIT.
           PERFORM 2400-SEARCH-NOTES THRU 2400-SEARCH-NOTES-EXIT.
           PERFORM 2500-SEARCH-LINEAGE THRU 2500-SEARCH-LINEAGE-EXIT.

       1000-SEARCH-ONE-DATABASE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The live row - soft-deleted and expired rows included, a   ***
      *** row still on disk is data still held. A key that rolled    ***
      *** into an extent, or that a key range puts on a shard, is    ***
      *** on another physical file, so each of those is probed too   ***
      *** and listed as a source of its own.                         ***
      ******************************************************************
       2000-SEARCH-LIVE.

           MOVE "LIVE"         TO WS-DSR-TIER.
           MOVE SPACE          TO WS-DSR-PHYS.
           MOVE "LIVE ROW"     TO WS-DSR-ROW-LABEL.
           MOVE WS-DSR-DB-NAME TO WS-REYDB-DATABASE-NAME.

           PERFORM 2010-PROBE-FILE THRU 2010-PROBE-FILE-EXIT.

      *** Each extent declared after the database's own file, in
      *** chain order.
           MOVE WS-DSR-DB-NAME TO WS-DSR-CHAIN-FILE.
           MOVE 'N'            TO WS-DSR-CHAIN-END.

           PERFORM UNTIL WS-DSR-CHAIN-END EQUAL 'Y'

               MOVE SPACE TO WS-EXTENT-NEXT-FILE

               CALL "REYDB_EXTENT_NEXT" USING WS-DSR-DB-NAME
                                              WS-DSR-CHAIN-FILE
                                              WS-EXTENT-NEXT-FILE
                   RETURNING WS-REYDB-RESULT-EXTENT
               END-CALL

               IF WS-EXTENT-NEXT-FILE EQUAL SPACE
                  MOVE 'Y' TO WS-DSR-CHAIN-END
               ELSE
                  MOVE WS-EXTENT-NEXT-FILE TO WS-DSR-CHAIN-FILE
                                              WS-DSR-PHYS
                                              WS-REYDB-DATABASE-NAME
                  MOVE "EXTENT"            TO WS-DSR-TIER
                  MOVE "EXTENT ROW"        TO WS-DSR-ROW-LABEL
                  PERFORM 2010-PROBE-FILE THRU 2010-PROBE-FILE-EXIT
               END-IF

           END-PERFORM.

           PERFORM 2050-SEARCH-SHARDS THRU 2050-SEARCH-SHARDS-EXIT.

           MOVE SPACE          TO WS-DSR-PHYS.
           MOVE WS-DSR-DB-NAME TO WS-REYDB-DATABASE-NAME.

       2000-SEARCH-LIVE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One physical file probed for the subject's key - the file  ***
      *** named in WS-REYDB-DATABASE-NAME, noted as a source under   ***
      *** the tier in hand.                                          ***
      ******************************************************************
       2010-PROBE-FILE.

           MOVE ZERO TO WS-DSR-ITEMS.

           OPEN INPUT FC-REYDB.

           IF WS-REYDB-FILE-STATUS NOT EQUAL "00"
              MOVE 'A' TO WS-DSR-STATE
              PERFORM 6000-NOTE-SOURCE THRU 6000-NOTE-SOURCE-EXIT
              GO TO 2010-PROBE-FILE-EXIT
           END-IF.

           MOVE 'S'        TO WS-DSR-STATE.
           MOVE WS-DSR-KEY TO FS-REYDB-KEY.

           READ FC-REYDB KEY IS FS-REYDB-KEY

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               ADD 1 TO WS-DSR-ITEMS

               MOVE FS-REYDB-BUFFER TO WS-DSR-IMAGE
               MOVE ZERO            TO WS-DSR-IMG-GEN

               CALL "REYDB_CHECKSUM_GETGEN" USING WS-DSR-DB-NAME
                                                  FS-REYDB-KEY
                                                  WS-DSR-IMG-GEN
                   RETURNING WS-REYDB-RESULT-GETGEN
               END-CALL

               MOVE WS-DSR-ROW-LABEL TO WS-DSR-LABEL
               PERFORM 5200-ROW-HEADING THRU 5200-ROW-HEADING-EXIT
               PERFORM 5000-DECODE-IMAGE THRU 5000-DECODE-IMAGE-EXIT

           END-READ.

           CLOSE FC-REYDB.

           PERFORM 6000-NOTE-SOURCE THRU 6000-NOTE-SOURCE-EXIT.

       2010-PROBE-FILE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every shard file shard.dat declares for the database, in   ***
      *** shard number order. The side files stay keyed by the       ***
      *** logical name, so only the row itself is looked for here.   ***
      ******************************************************************
       2050-SEARCH-SHARDS.

           OPEN INPUT FC-SHARD.

           IF WS-SHARD-FILE-STATUS NOT EQUAL "00"
              GO TO 2050-SEARCH-SHARDS-EXIT
           END-IF.

           MOVE WS-DSR-DB-NAME TO FS-SHARD-DATABASE.
           MOVE ZERO           TO FS-SHARD-SEQ.
           MOVE 'N'            TO WS-DSR-SHARD-EOF.

           START FC-SHARD KEY IS NOT LESS THAN FS-SHARD-KEY

           INVALID KEY
               MOVE 'S' TO WS-DSR-SHARD-EOF

           END-START.

           PERFORM UNTIL WS-DSR-SHARD-EOF EQUAL 'S'

               READ FC-SHARD NEXT RECORD

               AT END
                   MOVE 'S' TO WS-DSR-SHARD-EOF

               NOT AT END
                   IF FS-SHARD-DATABASE NOT EQUAL WS-DSR-DB-NAME
                      MOVE 'S' TO WS-DSR-SHARD-EOF
                   ELSE
                      MOVE FS-SHARD-FILE TO WS-DSR-PHYS
                                            WS-REYDB-DATABASE-NAME
                      MOVE "SHARD"       TO WS-DSR-TIER
                      MOVE "SHARD ROW"   TO WS-DSR-ROW-LABEL
                      PERFORM 2010-PROBE-FILE
                         THRU 2010-PROBE-FILE-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-SHARD.

       2050-SEARCH-SHARDS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The archive tier's copy in "<db>.arc".                     ***
      ******************************************************************
       2100-SEARCH-ARCHIVE.

           MOVE "ARCHIVE" TO WS-DSR-TIER.
           MOVE ZERO      TO WS-DSR-ITEMS.

           MOVE SPACE TO WS-REYDB-XREF-DATABASE-NAME.
           STRING WS-DSR-DB-NAME DELIMITED BY SPACE
                  ".arc"         DELIMITED BY SIZE
             INTO WS-REYDB-XREF-DATABASE-NAME.

           OPEN INPUT FC-REYDB-XREF.

           IF WS-REYDB-XREF-FILE-STATUS NOT EQUAL "00"
              MOVE 'A' TO WS-DSR-STATE
              PERFORM 6000-NOTE-SOURCE THRU 6000-NOTE-SOURCE-EXIT
              GO TO 2100-SEARCH-ARCHIVE-EXIT
           END-IF.

           MOVE 'S'        TO WS-DSR-STATE.
           MOVE WS-DSR-KEY TO FS-REYDB-XREF-KEY.

           READ FC-REYDB-XREF KEY IS FS-REYDB-XREF-KEY

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               ADD 1 TO WS-DSR-ITEMS

               MOVE FS-REYDB-XREF-BUFFER TO WS-DSR-IMAGE
               MOVE ZERO                 TO WS-DSR-IMG-GEN

               CALL "REYDB_CHECKSUM_GETGEN" USING WS-DSR-DB-NAME
                                                  FS-REYDB-XREF-KEY
                                                  WS-DSR-IMG-GEN
                   RETURNING WS-REYDB-RESULT-GETGEN
               END-CALL

               MOVE "ARCHIVED ROW" TO WS-DSR-LABEL
               PERFORM 5200-ROW-HEADING THRU 5200-ROW-HEADING-EXIT
               PERFORM 5000-DECODE-IMAGE THRU 5000-DECODE-IMAGE-EXIT

           END-READ.

           CLOSE FC-REYDB-XREF.

           PERFORM 6000-NOTE-SOURCE THRU 6000-NOTE-SOURCE-EXIT.

       2100-SEARCH-ARCHIVE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every retired version in "<db>.his" under the key, oldest  ***
      *** first, each under the generation it was at rest with.      ***
      ******************************************************************
       2200-SEARCH-HISTORY.

           MOVE "HISTORY" TO WS-DSR-TIER.
           MOVE ZERO      TO WS-DSR-ITEMS.

           MOVE SPACE TO WS-HISTORY-DATABASE-NAME.
           STRING WS-DSR-DB-NAME DELIMITED BY SPACE
                  ".his"         DELIMITED BY SIZE
             INTO WS-HISTORY-DATABASE-NAME.

           OPEN INPUT FC-HISTORY.

           IF WS-HISTORY-FILE-STATUS NOT EQUAL "00"
              MOVE 'A' TO WS-DSR-STATE
              PERFORM 6000-NOTE-SOURCE THRU 6000-NOTE-SOURCE-EXIT
              GO TO 2200-SEARCH-HISTORY-EXIT
           END-IF.

           MOVE 'S'        TO WS-DSR-STATE.
           MOVE WS-DSR-KEY TO FS-HISTORY-PRIMARY.
           MOVE LOW-VALUES TO FS-HISTORY-TS.
           MOVE 'N'        TO WS-DSR-EOF.

           START FC-HISTORY KEY IS GREATER THAN FS-HISTORY-KEY

           INVALID KEY
               MOVE 'S' TO WS-DSR-EOF

           END-START.

           PERFORM UNTIL WS-DSR-EOF EQUAL 'S'

               READ FC-HISTORY NEXT RECORD

               AT END
                   MOVE 'S' TO WS-DSR-EOF

               NOT AT END
                   IF FS-HISTORY-PRIMARY NOT EQUAL WS-DSR-KEY
                      MOVE 'S' TO WS-DSR-EOF
                   ELSE
                      ADD 1 TO WS-DSR-ITEMS
                      MOVE FS-HISTORY-BUFFER TO WS-DSR-IMAGE
                      MOVE FS-HISTORY-KEYGEN TO WS-DSR-IMG-GEN
                      MOVE "HISTORY VERSION" TO WS-DSR-LABEL
                      PERFORM 5200-ROW-HEADING
                         THRU 5200-ROW-HEADING-EXIT
                      PERFORM 5000-DECODE-IMAGE
                         THRU 5000-DECODE-IMAGE-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-HISTORY.

           PERFORM 6000-NOTE-SOURCE THRU 6000-NOTE-SOURCE-EXIT.

       2200-SEARCH-HISTORY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The audit trail - "<db>.log" and, for the default database,***
      *** the "audit.log" callers that never named one write to.     ***
      ******************************************************************
       2300-SEARCH-AUDIT.

           MOVE "AUDIT" TO WS-DSR-TIER.
           MOVE ZERO    TO WS-DSR-ITEMS.
           MOVE 'A'     TO WS-DSR-STATE.

           MOVE SPACE TO WS-DSR-TRAIL.
           STRING WS-DSR-DB-NAME DELIMITED BY SPACE
                  ".log"         DELIMITED BY SIZE
             INTO WS-DSR-TRAIL.

           PERFORM 2310-ONE-TRAIL THRU 2310-ONE-TRAIL-EXIT.

           IF WS-DSR-DB-NAME EQUAL "reymon.db"
              MOVE "audit.log" TO WS-DSR-TRAIL
              PERFORM 2310-ONE-TRAIL THRU 2310-ONE-TRAIL-EXIT
           END-IF.

           PERFORM 6000-NOTE-SOURCE THRU 6000-NOTE-SOURCE-EXIT.

       2300-SEARCH-AUDIT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One trail - its rotated generations off "<trail>.gen",     ***
      *** oldest first, then the current file.                       ***
      ******************************************************************
       2310-ONE-TRAIL.

           MOVE SPACE TO WS-ROTATE-REG-NAME.
           STRING WS-DSR-TRAIL DELIMITED BY SPACE
                  ".gen"       DELIMITED BY SIZE
             INTO WS-ROTATE-REG-NAME.

           MOVE ZERO TO WS-ROTATE-GEN-COUNT.
           MOVE 'N'  TO WS-DSR-EOF.

           OPEN INPUT FC-ROTATE-REG.

           IF WS-ROTATE-REG-FILE-STATUS EQUAL "00"

              PERFORM UNTIL WS-DSR-EOF EQUAL 'S'
                         OR WS-ROTATE-GEN-COUNT EQUAL 200

                  READ FC-ROTATE-REG

                  AT END
                      MOVE 'S' TO WS-DSR-EOF

                  NOT AT END
                      ADD 1 TO WS-ROTATE-GEN-COUNT
                      MOVE FS-ROTATE-REG-NAME
                        TO WS-ROTATE-GEN-NAME (WS-ROTATE-GEN-COUNT)
                  END-READ

              END-PERFORM

              CLOSE FC-ROTATE-REG

           END-IF.

           PERFORM VARYING WS-DSR-GEN-IDX FROM 1 BY 1
                     UNTIL WS-DSR-GEN-IDX GREATER THAN
                           WS-ROTATE-GEN-COUNT
               MOVE WS-ROTATE-GEN-NAME (WS-DSR-GEN-IDX)
                 TO WS-AUDIT-DATABASE-NAME
               PERFORM 2320-WALK-TRAIL THRU 2320-WALK-TRAIL-EXIT
           END-PERFORM.

           MOVE WS-DSR-TRAIL TO WS-AUDIT-DATABASE-NAME.
           PERFORM 2320-WALK-TRAIL THRU 2320-WALK-TRAIL-EXIT.

       2310-ONE-TRAIL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One trail file, row by row - every entry under the key.    ***
      ******************************************************************
       2320-WALK-TRAIL.

           OPEN INPUT FC-AUDIT.

           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00"
              GO TO 2320-WALK-TRAIL-EXIT
           END-IF.

           MOVE 'S' TO WS-DSR-STATE.
           MOVE 'N' TO WS-DSR-EOF.

           PERFORM UNTIL WS-DSR-EOF EQUAL 'S'

               READ FC-AUDIT

               AT END
                   MOVE 'S' TO WS-DSR-EOF

               NOT AT END
                   IF FS-AUDIT-KEY EQUAL WS-DSR-KEY
                      PERFORM 2330-ONE-AUDIT-ROW
                         THRU 2330-ONE-AUDIT-ROW-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-AUDIT.

       2320-WALK-TRAIL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One trail entry - what was done, when and by whom, then    ***
      *** the image it left (the before-image for a change that left ***
      *** none). An entry REYDB_ERASE scrubbed says so and no more.  ***
      ******************************************************************
       2330-ONE-AUDIT-ROW.

           ADD 1 TO WS-DSR-ITEMS.

           MOVE SPACE TO WS-DSR-LINE.

           STRING "  AUDIT "          DELIMITED BY SIZE
                  FS-AUDIT-OPERATION  DELIMITED BY SIZE
                  "  AT "             DELIMITED BY SIZE
                  FS-AUDIT-TIMESTAMP  DELIMITED BY SIZE
                  "  BY "             DELIMITED BY SIZE
                  FS-AUDIT-USER       DELIMITED BY SIZE
                  "  RUN "            DELIMITED BY SIZE
                  FS-AUDIT-RUN-ID     DELIMITED BY SIZE
             INTO WS-DSR-LINE
           END-STRING.

           PERFORM 6100-BODY-LINE THRU 6100-BODY-LINE-EXIT.

           IF FS-AUDIT-SCRUBBED EQUAL 'E'
              MOVE "    CONTENT ERASED ON A PRIOR REQUEST"
                TO WS-DSR-LINE
              PERFORM 6100-BODY-LINE THRU 6100-BODY-LINE-EXIT
              GO TO 2330-ONE-AUDIT-ROW-EXIT
           END-IF.

           IF FS-AUDIT-AFTER NOT EQUAL SPACE
              MOVE FS-AUDIT-AFTER  TO WS-DSR-IMAGE
           ELSE
              MOVE FS-AUDIT-BEFORE TO WS-DSR-IMAGE
           END-IF.

           IF FS-AUDIT-KEYGEN NUMERIC
              MOVE FS-AUDIT-KEYGEN TO WS-DSR-IMG-GEN
           ELSE
              MOVE ZERO            TO WS-DSR-IMG-GEN
           END-IF.

           PERFORM 5000-DECODE-IMAGE THRU 5000-DECODE-IMAGE-EXIT.

       2330-ONE-AUDIT-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every operator note filed against the database and key.    ***
      ******************************************************************
       2400-SEARCH-NOTES.

           MOVE "NOTES" TO WS-DSR-TIER.
           MOVE ZERO    TO WS-DSR-ITEMS.

           OPEN INPUT FC-NOTE.

           IF WS-NOTE-FILE-STATUS NOT EQUAL "00"
              MOVE 'A' TO WS-DSR-STATE
              PERFORM 6000-NOTE-SOURCE THRU 6000-NOTE-SOURCE-EXIT
              GO TO 2400-SEARCH-NOTES-EXIT
           END-IF.

           MOVE 'S'            TO WS-DSR-STATE.
           MOVE WS-DSR-DB-NAME TO FS-NOTE-DATABASE.
           MOVE WS-DSR-KEY     TO FS-NOTE-RECORD-KEY.
           MOVE ZERO           TO FS-NOTE-SEQ.
           MOVE 'N'            TO WS-DSR-EOF.

           START FC-NOTE KEY IS NOT LESS THAN FS-NOTE-KEY

           INVALID KEY
               MOVE 'S' TO WS-DSR-EOF

           END-START.

           PERFORM UNTIL WS-DSR-EOF EQUAL 'S'

               READ FC-NOTE NEXT RECORD

               AT END
                   MOVE 'S' TO WS-DSR-EOF

               NOT AT END
                   IF FS-NOTE-DATABASE NOT EQUAL WS-DSR-DB-NAME
                   OR FS-NOTE-RECORD-KEY NOT EQUAL WS-DSR-KEY
                      MOVE 'S' TO WS-DSR-EOF
                   ELSE
                      ADD 1 TO WS-DSR-ITEMS
                      MOVE SPACE TO WS-DSR-LINE
                      STRING "  NOTE "        DELIMITED BY SIZE
                             FS-NOTE-SEQ      DELIMITED BY SIZE
                             "  AT "          DELIMITED BY SIZE
                             FS-NOTE-FILED-TS DELIMITED BY SIZE
                             "  BY "          DELIMITED BY SIZE
                             FS-NOTE-USER     DELIMITED BY SIZE
                             "  "             DELIMITED BY SIZE
                             FS-NOTE-TEXT     DELIMITED BY SIZE
                        INTO WS-DSR-LINE
                      END-STRING
                      PERFORM 6100-BODY-LINE THRU 6100-BODY-LINE-EXIT
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-NOTE.

           PERFORM 6000-NOTE-SOURCE THRU 6000-NOTE-SOURCE-EXIT.

       2400-SEARCH-NOTES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The lineage record - which feed landed the row, and when.  ***
      ******************************************************************
       2500-SEARCH-LINEAGE.

           MOVE "LINEAGE" TO WS-DSR-TIER.
           MOVE ZERO      TO WS-DSR-ITEMS.

           OPEN INPUT FC-LINEAGE.

           IF WS-LINEAGE-FILE-STATUS NOT EQUAL "00"
              MOVE 'A' TO WS-DSR-STATE
              PERFORM 6000-NOTE-SOURCE THRU 6000-NOTE-SOURCE-EXIT
              GO TO 2500-SEARCH-LINEAGE-EXIT
           END-IF.

           MOVE 'S'            TO WS-DSR-STATE.
           MOVE WS-DSR-DB-NAME TO FS-LINEAGE-DATABASE.
           MOVE WS-DSR-KEY     TO FS-LINEAGE-RECORD-KEY.

           READ FC-LINEAGE KEY IS FS-LINEAGE-KEY

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               ADD 1 TO WS-DSR-ITEMS
               MOVE SPACE TO WS-DSR-LINE
               STRING "  LINEAGE  SOURCE "   DELIMITED BY SIZE
                      FS-LINEAGE-SOURCE      DELIMITED BY SPACE
                      "  BATCH "             DELIMITED BY SIZE
                      FS-LINEAGE-BATCH       DELIMITED BY SIZE
                      "  LINE "              DELIMITED BY SIZE
                      FS-LINEAGE-LINE        DELIMITED BY SIZE
                      "  LOADED "            DELIMITED BY SIZE
                      FS-LINEAGE-LOADED-TS   DELIMITED BY SIZE
                 INTO WS-DSR-LINE
               END-STRING
               PERFORM 6100-BODY-LINE THRU 6100-BODY-LINE-EXIT

           END-READ.

           CLOSE FC-LINEAGE.

           PERFORM 6000-NOTE-SOURCE THRU 6000-NOTE-SOURCE-EXIT.

       2500-SEARCH-LINEAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Decodes the image in WS-DSR-IMAGE onto the body - the      ***
      *** at-rest cipher and squeeze undone the way the read paths   ***
      *** undo them, the preparer's column rules applied, then one   ***
      *** line per dictionary field, or the content as it stands for ***
      *** a database with no dictionary.                             ***
      ******************************************************************
       5000-DECODE-IMAGE.

      *** REYDB_ERASE leaves its marker in plaintext - nothing to
      *** decipher, and nothing left to show.
           IF WS-DSR-IMG-CONTENT (1:8) EQUAL "*ERASED*"
              MOVE "    CONTENT ERASED ON A PRIOR REQUEST"
                TO WS-DSR-LINE
              PERFORM 6100-BODY-LINE THRU 6100-BODY-LINE-EXIT
              GO TO 5000-DECODE-IMAGE-EXIT
           END-IF.

           IF WS-DSR-IMG-IS-COMPRESSED
              MOVE 'Y' TO WS-DSR-COMPRESS-FLAG
           ELSE
              MOVE 'N' TO WS-DSR-COMPRESS-FLAG
           END-IF.

           IF WS-POLICY-ENCRYPT NOT EQUAL 'N'
              CALL "REYDB_DECRYPT_GEN" USING WS-DSR-IMG-CONTENT
                                             WS-DSR-IMG-GEN
                  RETURNING WS-REYDB-RESULT-CIPHER
              END-CALL
           END-IF.

           CALL "REYDB_DECOMPRESS" USING WS-DSR-IMG-CONTENT
                                         WS-DSR-COMPRESS-FLAG
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           CALL "REYDB_COLSEC_MASK" USING WS-DSR-DB-NAME
                                          WS-DSR-IMG-CONTENT
                                          WS-COLSEC-MASKED
               RETURNING WS-REYDB-RESULT-COLSEC
           END-CALL.

           IF WS-DSR-FIELD-COUNT EQUAL ZERO
              MOVE "CONTENT"          TO WS-DSR-LABEL
              MOVE WS-DSR-IMG-CONTENT TO WS-DSR-VALUE
              MOVE 471                TO WS-DSR-VAL-LEN
              PERFORM 5100-PRINT-VALUE THRU 5100-PRINT-VALUE-EXIT
              GO TO 5000-DECODE-IMAGE-EXIT
           END-IF.

           PERFORM VARYING WS-DSR-FIELD-IDX FROM 1 BY 1
                     UNTIL WS-DSR-FIELD-IDX GREATER THAN
                           WS-DSR-FIELD-COUNT

               MOVE WS-DICT-FIELD-NAME (WS-DSR-FIELD-IDX)
                 TO WS-DSR-LABEL
               MOVE WS-DSR-FIELD-OFFSET (WS-DSR-FIELD-IDX)
                 TO WS-DSR-VAL-OFF
               MOVE WS-DSR-FIELD-LENGTH (WS-DSR-FIELD-IDX)
                 TO WS-DSR-VAL-LEN

               IF WS-DSR-PROBE (WS-DSR-VAL-OFF:1) EQUAL SPACE
                  MOVE "*WITHHELD*" TO WS-DSR-VALUE
                  MOVE 10           TO WS-DSR-VAL-LEN
               ELSE
                  MOVE WS-DSR-IMG-CONTENT
                           (WS-DSR-VAL-OFF:WS-DSR-VAL-LEN)
                    TO WS-DSR-VALUE
               END-IF

               PERFORM 5100-PRINT-VALUE THRU 5100-PRINT-VALUE-EXIT

           END-PERFORM.

       5000-DECODE-IMAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One labelled value onto the body - trailing blanks dropped,***
      *** anything wider than a line carried on under the label.     ***
      ******************************************************************
       5100-PRINT-VALUE.

           PERFORM UNTIL WS-DSR-VAL-LEN EQUAL ZERO
                      OR WS-DSR-VALUE (WS-DSR-VAL-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-DSR-VAL-LEN
           END-PERFORM.

           MOVE 1 TO WS-DSR-VAL-OFF.

           IF WS-DSR-VAL-LEN EQUAL ZERO
              MOVE SPACE TO WS-DSR-LINE
              STRING "    "       DELIMITED BY SIZE
                     WS-DSR-LABEL DELIMITED BY SIZE
                     "  :"        DELIMITED BY SIZE
                INTO WS-DSR-LINE
              END-STRING
              PERFORM 6100-BODY-LINE THRU 6100-BODY-LINE-EXIT
              GO TO 5100-PRINT-VALUE-EXIT
           END-IF.

           PERFORM UNTIL WS-DSR-VAL-OFF GREATER THAN WS-DSR-VAL-LEN

               COMPUTE WS-DSR-CHUNK = WS-DSR-VAL-LEN
                                    - WS-DSR-VAL-OFF + 1

               IF WS-DSR-CHUNK GREATER THAN 100
                  MOVE 100 TO WS-DSR-CHUNK
               END-IF

               MOVE SPACE TO WS-DSR-LINE

               IF WS-DSR-VAL-OFF EQUAL 1
                  STRING "    "       DELIMITED BY SIZE
                         WS-DSR-LABEL DELIMITED BY SIZE
                         "  : "       DELIMITED BY SIZE
                         WS-DSR-VALUE (WS-DSR-VAL-OFF:WS-DSR-CHUNK)
                                      DELIMITED BY SIZE
                    INTO WS-DSR-LINE
                  END-STRING
               ELSE
                  MOVE WS-DSR-VALUE (WS-DSR-VAL-OFF:WS-DSR-CHUNK)
                    TO WS-DSR-LINE (27:WS-DSR-CHUNK)
               END-IF

               PERFORM 6100-BODY-LINE THRU 6100-BODY-LINE-EXIT

               ADD WS-DSR-CHUNK TO WS-DSR-VAL-OFF

           END-PERFORM.

       5100-PRINT-VALUE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A row image's heading - which tier it came from (in        ***
      *** WS-DSR-LABEL), its stamps, and whether it stands deleted.  ***
      ******************************************************************
       5200-ROW-HEADING.

           MOVE SPACE TO WS-DSR-LINE.
           MOVE 1     TO WS-DSR-PTR.

           STRING "  "               DELIMITED BY SIZE
                  WS-DSR-LABEL       DELIMITED BY SIZE
                  "  CREATED "       DELIMITED BY SIZE
                  WS-DSR-IMG-CREATED DELIMITED BY SIZE
                  "  UPDATED "       DELIMITED BY SIZE
                  WS-DSR-IMG-UPDATED DELIMITED BY SIZE
               INTO WS-DSR-LINE
               WITH POINTER WS-DSR-PTR
           END-STRING.

           IF WS-DSR-IMG-EXPIRY NOT EQUAL SPACE
              STRING "  EXPIRES "      DELIMITED BY SIZE
                     WS-DSR-IMG-EXPIRY DELIMITED BY SIZE
                  INTO WS-DSR-LINE
                  WITH POINTER WS-DSR-PTR
              END-STRING
           END-IF.

           IF WS-DSR-IMG-IS-DELETED
              STRING "  DELETED" DELIMITED BY SIZE
                  INTO WS-DSR-LINE
                  WITH POINTER WS-DSR-PTR
              END-STRING
           END-IF.

           PERFORM 6100-BODY-LINE THRU 6100-BODY-LINE-EXIT.

       5200-ROW-HEADING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The source just searched onto the cover sheet's table, and ***
      *** its items into the package's count. Past the table's room  ***
      *** the items still count; the cover says how many sources     ***
      *** were left off the list.                                    ***
      ******************************************************************
       6000-NOTE-SOURCE.

           ADD WS-DSR-ITEMS TO WS-DSR-HITS.

           IF WS-DSR-SRC-COUNT EQUAL 300
              ADD 1 TO WS-DSR-SRC-MORE
              GO TO 6000-NOTE-SOURCE-EXIT
           END-IF.

           ADD 1 TO WS-DSR-SRC-COUNT.

           IF WS-DSR-PHYS EQUAL SPACE
              MOVE WS-DSR-DB-NAME TO WS-DSR-SRC-DB (WS-DSR-SRC-COUNT)
           ELSE
              MOVE WS-DSR-PHYS    TO WS-DSR-SRC-DB (WS-DSR-SRC-COUNT)
           END-IF.

           MOVE WS-DSR-TIER    TO WS-DSR-SRC-TIER  (WS-DSR-SRC-COUNT).
           MOVE WS-DSR-STATE   TO WS-DSR-SRC-STATE (WS-DSR-SRC-COUNT).
           MOVE WS-DSR-ITEMS   TO WS-DSR-SRC-ITEMS (WS-DSR-SRC-COUNT).

       6000-NOTE-SOURCE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One line onto the body's work file - the database's own    ***
      *** heading goes in first, ahead of the first thing found in   ***
      *** it.                                                        ***
      ******************************************************************
       6100-BODY-LINE.

           IF WS-DSR-DB-HEADED EQUAL 'N'

              MOVE 'Y' TO WS-DSR-DB-HEADED

              MOVE WS-DSR-LINE TO WS-DSR-HOLD

              MOVE SPACE TO WS-DSR-LINE
              WRITE FS-DSAR-WRK-RECORD FROM WS-DSR-LINE

              MOVE SPACE TO WS-DSR-LINE
              MOVE 1     TO WS-DSR-PTR

              STRING "DATABASE "    DELIMITED BY SIZE
                     WS-DSR-DB-NAME DELIMITED BY SPACE
                     "  KEY "       DELIMITED BY SIZE
                     WS-DSR-KEY     DELIMITED BY SIZE
                  INTO WS-DSR-LINE
                  WITH POINTER WS-DSR-PTR
              END-STRING

              IF WS-DSR-VIA EQUAL 'A'
                 STRING "  FOUND BY ALIAS " DELIMITED BY SIZE
                        LS-DSAR-SUBJECT     DELIMITED BY SIZE
                     INTO WS-DSR-LINE
                     WITH POINTER WS-DSR-PTR
                 END-STRING
              END-IF

              WRITE FS-DSAR-WRK-RECORD FROM WS-DSR-LINE

              MOVE WS-DSR-HOLD TO WS-DSR-LINE
              ADD 2 TO WS-DSR-BODY-LINES

           END-IF.

           WRITE FS-DSAR-WRK-RECORD FROM WS-DSR-LINE.

           ADD 1 TO WS-DSR-BODY-LINES.

       6100-BODY-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The package - the cover sheet on its own page, then the    ***
      *** body copied in behind it a page at a time.                 ***
      ******************************************************************
       7000-WRITE-PACKAGE.

           OPEN OUTPUT FC-DSAR-RPT.

           MOVE ZERO TO WS-DSR-PAGE-NO.

           PERFORM 8000-START-NEW-PAGE THRU 8000-START-NEW-PAGE-EXIT.

           MOVE "COVER SHEET" TO WS-DSR-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-DSR-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-DSR-LINE.
           STRING "  CASE REFERENCE     " DELIMITED BY SIZE
                  LS-DSAR-CASE            DELIMITED BY SIZE
             INTO WS-DSR-LINE
           END-STRING.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-DSR-LINE.
           STRING "  SUBJECT            " DELIMITED BY SIZE
                  LS-DSAR-SUBJECT         DELIMITED BY SIZE
             INTO WS-DSR-LINE
           END-STRING.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-DSR-LINE.
           STRING "  PREPARED BY        " DELIMITED BY SIZE
                  WS-DSR-USER             DELIMITED BY SIZE
                  "  ON "                 DELIMITED BY SIZE
                  WS-DSR-RUN-DATE         DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-DSR-RUN-TIME (1:6)   DELIMITED BY SIZE
             INTO WS-DSR-LINE
           END-STRING.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-DSR-LINE.
           STRING "  REQUEST RECEIVED   " DELIMITED BY SIZE
                  WS-DSR-RECEIVED         DELIMITED BY SIZE
             INTO WS-DSR-LINE
           END-STRING.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-DSR-LINE.
           STRING "  RESPONSE DUE       " DELIMITED BY SIZE
                  WS-DSR-DUE              DELIMITED BY SIZE
             INTO WS-DSR-LINE
           END-STRING.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE WS-DSR-DB-COUNT TO WS-DSR-COUNT-ED.
           MOVE SPACE TO WS-DSR-LINE.
           STRING "  DATABASES SEARCHED " DELIMITED BY SIZE
                  WS-DSR-COUNT-ED         DELIMITED BY SIZE
             INTO WS-DSR-LINE
           END-STRING.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE WS-DSR-HITS TO WS-DSR-COUNT-ED.
           MOVE SPACE TO WS-DSR-LINE.
           STRING "  PLACES FOUND       " DELIMITED BY SIZE
                  WS-DSR-COUNT-ED         DELIMITED BY SIZE
             INTO WS-DSR-LINE
           END-STRING.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-DSR-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE "  FIELDS THE PREPARER MAY NOT SEE ARE SHOWN *WITHHELD*"
             TO WS-DSR-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-DSR-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE "  SOURCES SEARCHED" TO WS-DSR-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE SPACE TO WS-DSR-LINE.
           STRING "  DATABASE                                  "
                                           DELIMITED BY SIZE
                  "TIER      STATE               ITEMS"
                                           DELIMITED BY SIZE
             INTO WS-DSR-LINE
           END-STRING.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           PERFORM VARYING WS-DSR-SRC-IDX FROM 1 BY 1
                     UNTIL WS-DSR-SRC-IDX GREATER THAN WS-DSR-SRC-COUNT

               IF WS-DSR-SRC-STATE (WS-DSR-SRC-IDX) EQUAL 'S'
                  MOVE "SEARCHED"    TO WS-DSR-STATE-X
               ELSE
                  MOVE "NOT ON DISK" TO WS-DSR-STATE-X
               END-IF

               MOVE WS-DSR-SRC-ITEMS (WS-DSR-SRC-IDX) TO WS-DSR-COUNT-ED

               MOVE SPACE TO WS-DSR-LINE
               STRING "  "                             DELIMITED BY SIZE
                      WS-DSR-SRC-DB (WS-DSR-SRC-IDX)   DELIMITED BY SIZE
                      "  "                             DELIMITED BY SIZE
                      WS-DSR-SRC-TIER (WS-DSR-SRC-IDX) DELIMITED BY SIZE
                      "  "                             DELIMITED BY SIZE
                      WS-DSR-STATE-X                   DELIMITED BY SIZE
                      WS-DSR-COUNT-ED                  DELIMITED BY SIZE
                 INTO WS-DSR-LINE
               END-STRING
               PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT

           END-PERFORM.

           IF WS-DSR-SRC-MORE GREATER THAN ZERO
              MOVE WS-DSR-SRC-MORE TO WS-DSR-COUNT-ED
              MOVE SPACE TO WS-DSR-LINE
              STRING "  AND "                DELIMITED BY SIZE
                     WS-DSR-COUNT-ED         DELIMITED BY SIZE
                     " MORE SOURCES SEARCHED" DELIMITED BY SIZE
                INTO WS-DSR-LINE
              END-STRING
              PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT
           END-IF.

      *** The body starts on a page of its own.
           PERFORM 8000-START-NEW-PAGE THRU 8000-START-NEW-PAGE-EXIT.

           IF WS-DSR-BODY-LINES EQUAL ZERO
              MOVE "NO SOURCE SEARCHED HOLDS ANY DATA ON THIS SUBJECT"
                TO WS-DSR-LINE
              PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT
           ELSE
              OPEN INPUT FC-DSAR-WRK
              MOVE 'N' TO WS-DSR-EOF
              PERFORM UNTIL WS-DSR-EOF EQUAL 'S'
                  READ FC-DSAR-WRK INTO WS-DSR-LINE
                  AT END
                      MOVE 'S' TO WS-DSR-EOF
                  NOT AT END
                      PERFORM 9000-PRINT-LINE
                         THRU 9000-PRINT-LINE-EXIT
                  END-READ
              END-PERFORM
              CLOSE FC-DSAR-WRK
           END-IF.

           MOVE SPACE TO WS-DSR-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           MOVE "*** END OF PACKAGE ***" TO WS-DSR-LINE.
           PERFORM 9000-PRINT-LINE THRU 9000-PRINT-LINE-EXIT.

           CLOSE FC-DSAR-RPT.

       7000-WRITE-PACKAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Page heading - the package title with the case reference,  ***
      *** the response-due date and the page number.                 ***
      ******************************************************************
       8000-START-NEW-PAGE.

           ADD 1 TO WS-DSR-PAGE-NO.

           MOVE SPACE TO WS-DSR-LINE.

           STRING "DATA SUBJECT ACCESS PACKAGE  CASE " DELIMITED BY SIZE
                  LS-DSAR-CASE                        DELIMITED BY SIZE
                  "  DUE "                            DELIMITED BY SIZE
                  WS-DSR-DUE                          DELIMITED BY SIZE
                  "  PAGE "                           DELIMITED BY SIZE
                  WS-DSR-PAGE-NO                      DELIMITED BY SIZE
               INTO WS-DSR-LINE
           END-STRING.

           WRITE FS-DSAR-RPT-RECORD FROM WS-DSR-LINE.

           MOVE SPACE TO WS-DSR-LINE.
           WRITE FS-DSAR-RPT-RECORD FROM WS-DSR-LINE.

           MOVE 2 TO WS-DSR-LINE-COUNT.

       8000-START-NEW-PAGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Prints one built line, turning the page when it is full.   ***
      ******************************************************************
       9000-PRINT-LINE.

           IF WS-DSR-LINE-COUNT NOT LESS THAN WS-DSR-PAGE-LIMIT
              PERFORM 8000-START-NEW-PAGE
                 THRU 8000-START-NEW-PAGE-EXIT
           END-IF.

           WRITE FS-DSAR-RPT-RECORD FROM WS-DSR-LINE.

           ADD 1 TO WS-DSR-LINE-COUNT.

       9000-PRINT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-CATALOG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-NOTE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-LINEAGE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DSAR-RPT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DSAR-WRK-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-SHARD-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
