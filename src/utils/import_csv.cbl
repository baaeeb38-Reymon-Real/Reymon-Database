      *** Author:  Reymon Dev         ***
      *** File:    import_csv.cbl     ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** then one sub-field per entry in the caller's layout - and  ***
      *** calls REYDB_ADD for each row. Anything REYDB_ADD rejects   ***
      *** is logged to reject.rpt instead of aborting the run, the   ***
      *** same as REYDB_LOAD and REYDB_MERGE. A sealed file (one     ***
      *** REYDB_EXPORT_CSV wrote for a sealed destination) opens     ***
      *** under the key generation its header line names; one sealed ***
      *** under a retired generation is refused whole and reported.  ***
      ***                                                            ***
      *** REYDB_IMPORT_CSV_MAPPED takes a partner's file in its own  ***
      *** columns instead, each line made into a row by the feed's   ***
      *** mapping spec on feedmap.map (REYDB_FEEDMAP); a line whose  ***
      *** transform fails goes on reject.rpt with the field and the  ***
      *** reason.                                                    ***
      ******************************************************************

      ******************************************************************

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-csv.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-quiesce.cpy".
       COPY "data/working/reydb-lineage.cpy".
       COPY "data/working/reydb-trigger.cpy".
       COPY "data/working/reydb-seal.cpy".
       COPY "data/working/reydb-feedmap.cpy".

      *** The import file's own name as the lineage tags carry it.
       77 WS-CSV-SOURCE-NAME PIC X(64) VALUE "import.csv".
      *** One parsed CSV field, right before it is copied into
      *** LS-REYDB-BUFFER at the layout's offset/length.
       77 WS-CSV-PARSED-FIELD PIC X(471) VALUE SPACE.

      *** Set when REYDB_ADD answers NO-SPACE - a storage quota's
      *** hard limit, or the last extent full - and the import stops.
       77 WS-CSV-NO-SPACE PIC X(01) VALUE 'N'.

      *** Set when a mapped feed's line would not go through its
      *** spec's transforms - it is on reject.rpt already.
       77 WS-CSV-MAP-FAILED PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************

       77 LS-REYDB-IMPORT-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-REYDB-REJECT-COUNT PIC 9(09) COMP-5 VALUE ZERO.

      *** The partner feed's mapping spec on feedmap.map.
       77 LS-REYDB-FEED-SPEC    PIC X(08) VALUE SPACE.
      ******************************************************************

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** A file in our own layout - no mapping spec.
           MOVE SPACE TO WS-FEEDMAP-SPEC.

           PERFORM 0600-IMPORT-RUN THRU 0600-IMPORT-RUN-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - a partner's delimited file in its own ***
      *** columns, each line made into a row by the feed's mapping   ***
      *** spec before REYDB_ADD sees it.                             ***
      ******************************************************************
       ENTRY "REYDB_IMPORT_CSV_MAPPED" USING LS-REYDB-DATABASE-NAME
                                             LS-REYDB-FEED-SPEC
                                             LS-REYDB-IMPORT-COUNT
                                             LS-REYDB-REJECT-COUNT.

           MOVE LS-REYDB-FEED-SPEC TO WS-FEEDMAP-SPEC.

           PERFORM 0600-IMPORT-RUN THRU 0600-IMPORT-RUN-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** One import run - the file through REYDB_ADD a line at a    ***
      *** time.                                                      ***
      ******************************************************************
       0600-IMPORT-RUN.

      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** An operator-quiesced database refuses the whole import up
      *** front - one distinct code, not a reject line per row.
           CALL "REYDB_QUIESCE_CHECK" USING LS-REYDB-DATABASE-NAME
              GOBACK
           END-IF.

      *** A mapped feed's spec is read and resolved once, up front -
      *** one that will not resolve imports nothing at all.
      *** Otherwise a zero field count asks for the data
      *** dictionary's layout instead of a hand-keyed one - one
      *** definition, every caller in step.
           IF WS-FEEDMAP-SPEC NOT EQUAL SPACE
              CALL "REYDB_FEEDMAP" USING LS-REYDB-DATABASE-NAME
                                         WS-FEEDMAP-SPEC
                                         WS-FEEDMAP-TABLE
                  RETURNING WS-REYDB-RESULT-FEEDMAP
              END-CALL
              IF WS-REYDB-RESULT-FEEDMAP NOT EQUAL WS-REYDB-SUCCESS
                 MOVE ZERO TO LS-REYDB-IMPORT-COUNT
                              LS-REYDB-REJECT-COUNT
                 MOVE WS-REYDB-RESULT-FEEDMAP TO LS-REYDB-RESULT
                 GOBACK
              END-IF
           ELSE
              IF LS-REYDB-FIELD-COUNT EQUAL ZERO
                 CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME
                                             LS-REYDB-FIELD-COUNT
                                             LS-REYDB-LAYOUT
                                             WS-DICT-FIELD-NAMES
                                             WS-DICT-FIELD-TYPES
                     RETURNING WS-REYDB-RESULT-DICT
                 END-CALL
              END-IF
           END-IF.

           MOVE ZERO TO WS-LOAD-COUNT WS-REJECT-COUNT
                        WS-LINEAGE-LINE.
           MOVE "CSV" TO WS-LINEAGE-BATCH.
           MOVE 'N'  TO WS-REYDB-EOF.
           MOVE 'N'  TO WS-CSV-NO-SPACE.

           OPEN INPUT  FC-CSV-IMPORT.

      *** A sealed file opens under its header's generation - one
      *** sealed under a retired generation lands nothing at all.
           PERFORM 0500-INBOUND-SEAL THRU 0500-INBOUND-SEAL-EXIT.

           IF WS-REYDB-RESULT-SEAL NOT EQUAL WS-REYDB-SUCCESS
              CLOSE FC-CSV-IMPORT
              MOVE ZERO TO LS-REYDB-IMPORT-COUNT
                           LS-REYDB-REJECT-COUNT
              MOVE WS-REYDB-RESULT-SEAL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN OUTPUT FC-REJECT.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               NOT AT END
                   ADD 1 TO WS-LINEAGE-LINE

                   IF WS-SEAL-ON EQUAL 'Y'
                      CALL "REYDB_DECRYPT_LINE" USING
                          FS-CSV-IMPORT-RECORD WS-SEAL-LEN WS-SEAL-GEN
                          RETURNING WS-REYDB-RESULT-SEAL
                      END-CALL
                   END-IF

      *** A mapped feed's line goes through its spec instead - one
      *** that will not map is on reject.rpt and is not added.
                   MOVE 'N' TO WS-CSV-MAP-FAILED
                   IF WS-FEEDMAP-SPEC EQUAL SPACE
                      PERFORM 1000-PARSE-CSV-LINE
                         THRU 1000-PARSE-CSV-LINE-EXIT
                   ELSE
                      PERFORM 1100-MAP-CSV-LINE
                         THRU 1100-MAP-CSV-LINE-EXIT
                   END-IF

                   IF WS-CSV-MAP-FAILED EQUAL 'N'
                      CALL "REYDB_ADD" USING LS-REYDB-RECORD
                                             LS-REYDB-DATABASE-NAME
                          RETURNING WS-REYDB-RESULT-ADD
                      END-CALL

                      IF WS-REYDB-RESULT-ADD
                         EQUAL WS-REYDB-WRITE-SUCCESS
                         ADD 1 TO WS-LOAD-COUNT

      *** Tag the landed row's provenance - the feed, its line
      *** number there, and the CSV batch mark.
                         CALL "REYDB_LINEAGE_NOTE" USING
                                  LS-REYDB-DATABASE-NAME
                                  LS-REYDB-KEY
                                  WS-CSV-SOURCE-NAME
                                  WS-LINEAGE-BATCH
                                  WS-LINEAGE-LINE
                             RETURNING WS-REYDB-RESULT-LINEAGE
                         END-CALL
                      ELSE
                         ADD 1 TO WS-REJECT-COUNT
                         MOVE LS-REYDB-KEY    TO FS-REJECT-KEY
                         MOVE LS-REYDB-BUFFER TO FS-REJECT-BUFFER
                         EVALUATE WS-REYDB-RESULT-ADD
                             WHEN WS-REYDB-DUPLICATE-KEY
                                 MOVE "DUPLICATE KEY"
                                   TO FS-REJECT-REASON
                             WHEN WS-REYDB-LOCKED
                                 MOVE "RECORD LOCKED"
                                   TO FS-REJECT-REASON
                             WHEN WS-REYDB-SCREEN-HELD
                                 MOVE "HELD FOR SCREENING"
                                   TO FS-REJECT-REASON
                             WHEN WS-REYDB-KEY-RETIRED
                                 MOVE "KEY RETIRED"
                                   TO FS-REJECT-REASON
                             WHEN WS-REYDB-NO-SPACE
                                 MOVE "STORAGE QUOTA OR SPACE EXHAUSTED"
                                   TO FS-REJECT-REASON
                             WHEN OTHER
                                 MOVE "WRITE FAILED"
                                   TO FS-REJECT-REASON
                         END-EVALUATE
                         WRITE FS-REJECT-RECORD

      *** Out of room - every line after this one would be refused
      *** the same way, so the import stops here.
                         IF WS-REYDB-RESULT-ADD EQUAL WS-REYDB-NO-SPACE
                            MOVE 'Y' TO WS-CSV-NO-SPACE
                            MOVE 'S' TO WS-REYDB-EOF
                         END-IF
                      END-IF
                   END-IF
               END-READ


           MOVE WS-LOAD-COUNT   TO LS-REYDB-IMPORT-COUNT.
           MOVE WS-REJECT-COUNT TO LS-REYDB-REJECT-COUNT.

           IF WS-CSV-NO-SPACE EQUAL 'Y'
              MOVE WS-REYDB-NO-SPACE TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-IF.

       0600-IMPORT-RUN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
       1000-PARSE-CSV-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One line of a mapped feed through its spec. A line that    ***
      *** will not map goes on reject.rpt as it arrived, with the    ***
      *** field and the reason.                                      ***
      ******************************************************************
       1100-MAP-CSV-LINE.

           MOVE FS-CSV-IMPORT-RECORD TO WS-FEEDMAP-SOURCE.

           CALL "REYDB_FEEDMAP_APPLY" USING WS-FEEDMAP-TABLE
                                            WS-FEEDMAP-SOURCE
                                            WS-FEEDMAP-RECORD
                                            WS-FEEDMAP-BAD-FIELD
                                            WS-FEEDMAP-REASON
               RETURNING WS-REYDB-RESULT-FEEDMAP
           END-CALL.

           IF WS-REYDB-RESULT-FEEDMAP EQUAL WS-REYDB-SUCCESS
              MOVE WS-FEEDMAP-KEY    TO LS-REYDB-KEY
              MOVE WS-FEEDMAP-BUFFER TO LS-REYDB-BUFFER
              GO TO 1100-MAP-CSV-LINE-EXIT
           END-IF.

           MOVE 'Y' TO WS-CSV-MAP-FAILED.
           ADD 1    TO WS-REJECT-COUNT.

           MOVE WS-FEEDMAP-KEY TO FS-REJECT-KEY.
           MOVE FS-CSV-IMPORT-RECORD (1:512) TO FS-REJECT-BUFFER.
           MOVE SPACE TO FS-REJECT-REASON.
           STRING "FIELD "             DELIMITED BY SIZE
                  WS-FEEDMAP-BAD-FIELD DELIMITED BY SPACE
                  ": "                 DELIMITED BY SIZE
                  WS-FEEDMAP-REASON    DELIMITED BY SIZE
             INTO FS-REJECT-REASON
           END-STRING.

           WRITE FS-REJECT-RECORD.

       1100-MAP-CSV-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Reads the import file's first line for its seal. A sealed  ***
      *** file's header is line one and the rows follow it; a clear  ***
      *** file is reopened so its first line is read as a row.       ***
      ******************************************************************
       0500-INBOUND-SEAL.

           MOVE 'N' TO WS-SEAL-ON.
           MOVE 600 TO WS-SEAL-LEN.

           IF WS-CSV-IMPORT-FILE-STATUS NOT EQUAL "00"
              GO TO 0500-INBOUND-SEAL-EXIT
           END-IF.

           READ FC-CSV-IMPORT

           AT END
               MOVE 'S' TO WS-REYDB-EOF
               GO TO 0500-INBOUND-SEAL-EXIT

           END-READ.

           MOVE FS-CSV-IMPORT-RECORD (1:50) TO WS-SEAL-HEADER.

           CALL "REYDB_SEAL_INBOUND" USING WS-CSV-IMPORT-FILE-NAME
                                           WS-SEAL-HEADER
                                           WS-SEAL-ON
                                           WS-SEAL-GEN
               RETURNING WS-REYDB-RESULT-SEAL
           END-CALL.

           IF WS-REYDB-RESULT-SEAL NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0500-INBOUND-SEAL-EXIT
           END-IF.

           IF WS-SEAL-ON EQUAL 'Y'
              MOVE 1 TO WS-LINEAGE-LINE
              GO TO 0500-INBOUND-SEAL-EXIT
           END-IF.

           CLOSE FC-CSV-IMPORT.
           OPEN INPUT FC-CSV-IMPORT.

       0500-INBOUND-SEAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-REJECT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CSV-IMPORT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
