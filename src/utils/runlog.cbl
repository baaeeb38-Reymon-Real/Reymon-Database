      *** Author:  Reymon Dev         ***
      *** File:    runlog.cbl         ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** rendered text included, so the console sees                ***
      *** "REYDB_VALIDATE on payroll.db: VALIDATION FAILED" without  ***
      *** grepping anything. REYDB_RUNHIST prints the history.       ***
      ***                                                            ***
      *** The START bracket also opens a run identifier              ***
      *** (REYDB_RUNID) and the END bracket closes it - both records ***
      *** carry the number, as does every audit trail row written in ***
      *** between.                                                   ***
      ***                                                            ***
      *** A bad END also looks up the diagnostic snapshot the        ***
      *** program left under the run (REYDB_DIAG_LATEST) and stamps  ***
      *** its sequence on the END record and the alert line, so the  ***
      *** morning shift goes straight to REYDB_DIAG_PRINT.           ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-runid.cpy".
       COPY "data/working/reydb-diag.cpy".

       77 WS-RUNLOG-DATE PIC 9(08) VALUE ZERO.
       77 WS-RUNLOG-TIME PIC 9(08) VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.


           MOVE WS-RUNLOG-USER TO FS-RUNLOG-USER.

      *** A START opens the job's run (or joins the one a calling
      *** job already has open); an END records the number before
      *** closing its bracket.
           IF LS-RUNLOG-PHASE EQUAL "START"
              CALL "REYDB_RUNID_OPEN" USING WS-RUNID-CURRENT
                  RETURNING WS-REYDB-RESULT-RUNID
              END-CALL
           ELSE
              CALL "REYDB_RUNID" USING WS-RUNID-CURRENT
                  RETURNING WS-REYDB-RESULT-RUNID
              END-CALL
              CALL "REYDB_RUNID_CLOSE"
                  RETURNING WS-REYDB-RESULT-RUNID
              END-CALL
           END-IF.

           MOVE WS-RUNID-CURRENT TO FS-RUNLOG-RUN-ID.

      *** A bad END points at the snapshot its program left.
           MOVE ZERO TO WS-DIAG-SEQ.

           IF LS-RUNLOG-PHASE EQUAL "END"
              AND LS-RUNLOG-RESULT NOT EQUAL WS-REYDB-SUCCESS
              CALL "REYDB_DIAG_LATEST" USING LS-RUNLOG-PROGRAM
                                             WS-RUNID-CURRENT
                                             WS-DIAG-SEQ
                  RETURNING WS-REYDB-RESULT-DIAG
              END-CALL
           END-IF.

           MOVE WS-DIAG-SEQ TO FS-RUNLOG-SNAP-SEQ.

           OPEN EXTEND FC-RUNLOG.

           WRITE FS-RUNLOG-RECORD.
      ******************************************************************
       ENTRY "REYDB_RUNHIST".

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N' TO WS-RUNLOG-EOF.

           OPEN INPUT FC-RUNLOG.
                     TO FS-RUNHIST-RESULT
                   MOVE FS-RUNLOG-COUNT
                     TO FS-RUNHIST-COUNT
                   MOVE FS-RUNLOG-RUN-ID
                     TO FS-RUNHIST-RUN-ID
                   MOVE FS-RUNLOG-SNAP-SEQ
                     TO FS-RUNHIST-SNAP-SEQ
                   WRITE FS-RUNHIST-RECORD
               END-READ

           MOVE LS-RUNLOG-DATABASE TO FS-ALERT-DATABASE.
           MOVE LS-RUNLOG-RESULT   TO FS-ALERT-RESULT.
           MOVE WS-RUNLOG-TEXT     TO FS-ALERT-TEXT.
           MOVE WS-RUNID-CURRENT   TO FS-ALERT-RUN-ID.
           MOVE WS-DIAG-SEQ        TO FS-ALERT-SNAP-SEQ.

           WRITE FS-ALERT-RECORD.

       1000-WRITE-ALERT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-RUNLOG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-RUNHIST-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
