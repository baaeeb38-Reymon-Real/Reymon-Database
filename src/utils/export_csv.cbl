      *** Author:  Reymon Dev         ***
      *** File:    export_csv.cbl     ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** each sub-field the caller's layout carves out of           ***
      *** FS-REYDB-CONTENT, trimmed of trailing spaces. Soft-deleted ***
      *** rows are left out, same as REYDB_LIST and REYDB_STATS.     ***
      *** A destination sealed under the key store (REYDB_SEAL_KEY)  ***
      *** gets a clear header line and every line after it sealed,   ***
      *** and the file is filed on the transmission register with    ***
      *** the generation it left under.                              ***
      ******************************************************************

      ******************************************************************
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-diag.cpy".

      *** This program's name as the run-log carries it.
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_EXPORT_CSV".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-csv.cpy".
       COPY "data/working/reydb-gdg.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-rectype.cpy".
       COPY "data/working/reydb-sweepchk.cpy".
       COPY "data/working/reydb-consent.cpy".
       COPY "data/working/reydb-seal.cpy".
       COPY "data/working/reydb-xmit.cpy".
       COPY "data/working/reydb-env.cpy".

      *** Result of the CALL to REYDB_DECRYPT.
       77 WS-REYDB-RESULT-CIPHER PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME *> at a different database
                TO WS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-RUNLOG
           END-CALL.

      *** A destination sealed under the key store ships sealed - one
      *** still sealed under a retired generation ships nothing, and
      *** the refusal is on the alert file already.
           MOVE "REYDB_EXPORT_CSV" TO WS-SEAL-DESTINATION.
           MOVE 600                TO WS-SEAL-LEN.

           CALL "REYDB_SEAL_KEY" USING WS-SEAL-DESTINATION
                                       WS-SEAL-HEADER
                                       WS-SEAL-ON
                                       WS-SEAL-GEN
               RETURNING WS-REYDB-RESULT-SEAL
           END-CALL.

           IF WS-REYDB-RESULT-SEAL NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-SEAL TO LS-REYDB-RESULT
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT
              CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
                                        LS-REYDB-DATABASE-NAME
                                        WS-RUNLOG-PHASE-END
                                        LS-REYDB-RESULT
                                        WS-RUNLOG-ZERO
                  RETURNING WS-REYDB-RESULT-RUNLOG
              END-CALL
              GOBACK
           END-IF.

      *** Shared side of the database gate - any number of read-only
      *** sweeps hold it together; only a writer or a file swap
      *** (the exclusive holders) turns this caller away.

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT

      *** The run history's closing bracket even here - a refused
      *** gate is a completed (if empty) run, not the interrupted
                                          WS-DICT-FIELD-TYPES
                  RETURNING WS-REYDB-RESULT-DICT
              END-CALL

      *** A file that mixes record types is read row by row, each by
      *** the layout its own type value picks.
              CALL "REYDB_DICT_RECTYPES" USING LS-REYDB-DATABASE-NAME
                                               WS-RECTYPE-TABLE
                  RETURNING WS-REYDB-RESULT-RECTYPE
              END-CALL

              IF WS-REYDB-RESULT-RECTYPE EQUAL WS-REYDB-SUCCESS
                 MOVE 'Y' TO WS-RECTYPE-ACTIVE
              END-IF
           END-IF.

           MOVE ZERO TO WS-REYDB-RECORD-COUNT WS-SWEEPCHK-SINCE.
                 THRU 0100-READ-CHECKPOINT-EXIT
           END-IF.

      *** An export put under generations writes its next one - a
      *** resumed run keeps appending to the current one it died in.
           MOVE WS-CSV-EXPORT-NAME TO WS-GDG-BASE-NAME.

           IF WS-SWEEPCHK-RESUMING EQUAL 'Y'
              MOVE ZERO TO WS-GDG-RELATIVE
              CALL "REYDB_GDG_RESOLVE" USING WS-GDG-BASE-NAME
                                             WS-GDG-RELATIVE
                                             WS-CSV-EXPORT-NAME
                  RETURNING WS-REYDB-RESULT-GDG
              END-CALL
           ELSE
              CALL "REYDB_GDG_NEXT" USING WS-GDG-BASE-NAME
                                          WS-CSV-EXPORT-NAME
                  RETURNING WS-REYDB-RESULT-GDG
              END-CALL
           END-IF.

           OPEN INPUT  FC-REYDB. *> Read in primary key order

           IF WS-SWEEPCHK-RESUMING EQUAL 'Y'
                  INVALID KEY
                      MOVE 'S' TO WS-REYDB-EOF
              END-START
              PERFORM 0300-RESUME-SEAL THRU 0300-RESUME-SEAL-EXIT
              OPEN EXTEND FC-CSV-EXPORT
           ELSE
              OPEN OUTPUT FC-CSV-EXPORT
              IF WS-SEAL-ON EQUAL 'Y'
                 MOVE WS-SEAL-HEADER TO FS-CSV-EXPORT-RECORD
                 WRITE FS-CSV-EXPORT-RECORD
              END-IF
           END-IF.

      *** A channel tagged with a purpose ships only the rows whose
      *** owners consented to it; an untagged one ships them all.
           MOVE "REYDB_EXPORT_CSV" TO WS-CONSENT-CHANNEL.
           MOVE ZERO TO WS-CONSENT-SHIPPED WS-CONSENT-SUPPRESSED.

           CALL "REYDB_CONSENT_PURPOSE" USING WS-CONSENT-CHANNEL
                                              WS-CONSENT-PURPOSE
               RETURNING WS-REYDB-RESULT-CONSENT
           END-CALL.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD
                          RETURNING WS-REYDB-RESULT-COMPRESS
                      END-CALL

                      IF WS-RECTYPE-IS-ACTIVE
                         CALL "REYDB_DICT_PICK" USING
                             WS-RECTYPE-TABLE FS-REYDB-CONTENT
                             LS-REYDB-FIELD-COUNT LS-REYDB-LAYOUT
                             WS-DICT-FIELD-NAMES WS-DICT-FIELD-TYPES
                             RETURNING WS-REYDB-RESULT-RECTYPE
                         END-CALL
                      END-IF

                      MOVE 'Y' TO WS-CONSENT-ALLOWED
                      IF WS-CONSENT-PURPOSE NOT EQUAL SPACE
                         CALL "REYDB_CONSENT_CHECK" USING
                             WS-REYDB-DATABASE-NAME FS-REYDB-KEY
                             WS-CONSENT-PURPOSE WS-CONSENT-ALLOWED
                             RETURNING WS-REYDB-RESULT-CONSENT
                         END-CALL
                      END-IF

                      IF WS-CONSENT-ALLOWED EQUAL 'Y'
                         PERFORM 1000-WRITE-CSV-LINE
                            THRU 1000-WRITE-CSV-LINE-EXIT
                         ADD 1 TO WS-REYDB-RECORD-COUNT
                         ADD 1 TO WS-CONSENT-SHIPPED
                      ELSE
                         ADD 1 TO WS-CONSENT-SUPPRESSED
                      END-IF
                      ADD 1 TO WS-SWEEPCHK-SINCE
                      IF WS-SWEEPCHK-SINCE >= WS-SWEEPCHK-INTERVAL
                         PERFORM 0200-WRITE-CHECKPOINT
           CLOSE FC-REYDB.
           CLOSE FC-CSV-EXPORT.

      *** A sealed file goes on the transmission register with the
      *** generation it left under.
           IF WS-SEAL-ON EQUAL 'Y'
              CALL "REYDB_XMIT_REGISTER_GEN" USING
                       LS-REYDB-DATABASE-NAME
                       WS-CSV-EXPORT-NAME
                       WS-REYDB-RECORD-COUNT
                       WS-SEAL-ZERO-TOTAL
                       WS-SEAL-ON
                       WS-SEAL-GEN
                       WS-XMIT-NEW-ID
                  RETURNING WS-REYDB-RESULT-XMIT
              END-CALL
           END-IF.

      *** A clean finish means there is nothing left to resume.
           CALL "CBL_DELETE_FILE" USING WS-SWEEPCHK-NAME
               RETURNING WS-REYDB-DELETE-RC
           MOVE WS-REYDB-RECORD-COUNT TO LS-REYDB-RECORD-COUNT.
           MOVE WS-REYDB-SUCCESS      TO LS-REYDB-RESULT.

      *** What this run held back for want of consent.
           IF WS-CONSENT-PURPOSE NOT EQUAL SPACE
              CALL "REYDB_CONSENT_TALLY" USING WS-CONSENT-CHANNEL
                                               WS-REYDB-DATABASE-NAME
                                               WS-CONSENT-PURPOSE
                                               WS-CONSENT-SHIPPED
                                               WS-CONSENT-SUPPRESSED
                  RETURNING WS-REYDB-RESULT-CONSENT
              END-CALL
           END-IF.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.
           END-PERFORM.

           MOVE WS-CSV-LINE TO FS-CSV-EXPORT-RECORD.

           IF WS-SEAL-ON EQUAL 'Y'
              CALL "REYDB_ENCRYPT_LINE" USING FS-CSV-EXPORT-RECORD
                                              WS-SEAL-LEN
                                              WS-SEAL-GEN
                  RETURNING WS-REYDB-RESULT-SEAL
              END-CALL
           END-IF.

           WRITE FS-CSV-EXPORT-RECORD.

       1000-WRITE-CSV-LINE-EXIT.
       0200-WRITE-CHECKPOINT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A resumed run keeps sealing (or not) the way the file it   ***
      *** is extending began - under the generation its own header   ***
      *** names, whatever the destination has moved to since.        ***
      ******************************************************************
       0300-RESUME-SEAL.

           MOVE 'N' TO WS-SEAL-ON.

           OPEN INPUT FC-CSV-EXPORT.

           IF WS-CSV-EXPORT-FILE-STATUS NOT EQUAL "00"
              GO TO 0300-RESUME-SEAL-EXIT
           END-IF.

           READ FC-CSV-EXPORT
           AT END
               MOVE SPACE TO FS-CSV-EXPORT-RECORD
           END-READ.

           IF FS-CSV-EXPORT-RECORD (1:14) EQUAL WS-SEAL-MARKER
              MOVE FS-CSV-EXPORT-RECORD (1:50) TO WS-SEAL-HEADER
              MOVE WS-SEAL-HEADER-GEN          TO WS-SEAL-GEN
              MOVE 'Y'                         TO WS-SEAL-ON
           END-IF.

           CLOSE FC-CSV-EXPORT.

       0300-RESUME-SEAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-CSV-EXPORT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The diagnostic snapshot a bad result leaves behind - the   ***
      *** last key read, the three files' statuses, the counts, the  ***
      *** checkpoint key and how the export was asked for.           ***
      ******************************************************************
       9900-DIAG-SNAP.

           MOVE LS-REYDB-DATABASE-NAME TO WS-DIAG-DATABASE.
           MOVE LS-REYDB-RESULT        TO WS-DIAG-RESULT.
           MOVE FS-REYDB-KEY           TO WS-DIAG-LAST-KEY.

           MOVE WS-REYDB-DATABASE-NAME    TO WS-DIAG-OPEN-NAME (1).
           MOVE WS-REYDB-FILE-STATUS      TO WS-DIAG-OPEN-STATUS (1).
           MOVE WS-CSV-EXPORT-NAME        TO WS-DIAG-OPEN-NAME (2).
           MOVE WS-CSV-EXPORT-FILE-STATUS TO WS-DIAG-OPEN-STATUS (2).
           MOVE WS-SWEEPCHK-NAME          TO WS-DIAG-OPEN-NAME (3).
           MOVE WS-SWEEPCHK-FILE-STATUS   TO WS-DIAG-OPEN-STATUS (3).

           MOVE WS-REYDB-RECORD-COUNT TO WS-DIAG-READ.
           MOVE WS-CONSENT-SHIPPED    TO WS-DIAG-WRITTEN.
           MOVE WS-CONSENT-SUPPRESSED TO WS-DIAG-REJECTED.
           MOVE WS-SWEEPCHK-KEY       TO WS-DIAG-CHECKPOINT.

           MOVE LS-REYDB-FIELD-COUNT TO WS-DIAG-NUMBER.
           STRING "FIELDS "        DELIMITED BY SIZE
                  WS-DIAG-NUMBER   DELIMITED BY SIZE
                  " RESTART "      DELIMITED BY SIZE
                  LS-REYDB-RESTART DELIMITED BY SIZE
             INTO WS-DIAG-PARMS
           END-STRING.

           CALL "REYDB_DIAG" USING WS-RUNLOG-PROGRAM
                                   WS-DIAG-DETAIL
               RETURNING WS-REYDB-RESULT-DIAG
           END-CALL.

       9900-DIAG-SNAP-EXIT.
           EXIT.
      ******************************************************************
