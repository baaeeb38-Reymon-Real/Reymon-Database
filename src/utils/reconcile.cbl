      *** Author:  Reymon Dev         ***
      *** File:    reconcile.cbl      ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-reconcile.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-workq.cpy".

      *** The declared amount field, asked of the dictionary once.
       77 WS-RECON-AMT-TYPE   PIC X(01) VALUE 'A'.
       77 WS-RECON-THEIR-COUNT   PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-RECON-THEIR-AMOUNT  PIC 9(15) COMP-5 VALUE ZERO.

      *** The discrepancies edited onto the work-queue item.
       77 WS-RECON-COUNT-ED  PIC -(09)9 VALUE ZERO.
       77 WS-RECON-AMOUNT-ED PIC -(15)9 VALUE ZERO.

      *** Results of the CALLs to REYDB_DECRYPT/REYDB_DECOMPRESS.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-REYDB-RESULT-COMPRESS PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
              MOVE SPACE TO WS-TRAILER-DATABASE-NAME
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-OUT-OF-BALANCE TO LS-REYDB-RESULT
              PERFORM 1500-QUEUE-BREAK THRU 1500-QUEUE-BREAK-EXIT
           END-IF.

           GOBACK.
       1000-SUM-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** An out-of-balance load goes on the work queue against the  ***
      *** database as a whole (no record key) with both              ***
      *** discrepancies, for a person to chase with the partner.     ***
      ******************************************************************
       1500-QUEUE-BREAK.

           MOVE LS-REYDB-COUNT-DISCREPANCY  TO WS-RECON-COUNT-ED.
           MOVE LS-REYDB-AMOUNT-DISCREPANCY TO WS-RECON-AMOUNT-ED.
           MOVE SPACE TO WS-WORKQ-DETAIL WS-WORKQ-ASK-KEY.

           STRING "OUT OF BALANCE - COUNT " DELIMITED BY SIZE
                  WS-RECON-COUNT-ED         DELIMITED BY SIZE
                  " AMOUNT "                DELIMITED BY SIZE
                  WS-RECON-AMOUNT-ED        DELIMITED BY SIZE
             INTO WS-WORKQ-DETAIL
           END-STRING.

           CALL "REYDB_WORKQ" USING LS-REYDB-DATABASE-NAME
                                    WS-WORKQ-ASK-KEY
                                    WS-WORKQ-RECON
                                    WS-WORKQ-DETAIL
               RETURNING WS-REYDB-RESULT-WORKQ
           END-CALL.

       1500-QUEUE-BREAK-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-RECON-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
