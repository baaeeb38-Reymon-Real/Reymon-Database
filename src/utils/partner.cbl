      *** Author:  Reymon Dev         ***
      *** File:    partner.cbl        ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** file's bytes on both sides, so the one partner still on    ***
      *** EBCDIC is a map entry and a flag, not a downstream script  ***
      *** that breaks every time either side changes anything.       ***
      *** A partner sealed under the key store (REYDB_SEAL_KEY) gets ***
      *** a clear header record and every record after it sealed -   ***
      *** after the code page, so the bytes sealed are the bytes     ***
      *** they receive - and REYDB_PARTNER_IN opens a sealed inbound ***
      *** file under the generation its header names, refusing one   ***
      *** whose generation has been retired.                         ***
      ******************************************************************

      ******************************************************************

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-partner.cpy".
       COPY "data/working/reydb-gdg.cpy".
       COPY "data/working/reydb-lineage.cpy".
       COPY "data/working/reydb-trigger.cpy".

      *** The partner file's own name as the lineage tags carry it.
       77 WS-PARTNER-SOURCE-NAME PIC X(64) VALUE "partner_in.dat".
       COPY "data/working/reydb-xmit.cpy".
       COPY "data/working/reydb-consent.cpy".
       COPY "data/working/reydb-seal.cpy".

      *** An empty control total for the transmission register.
       77 WS-PARTNER-ZERO-TOTAL PIC 9(15) COMP-5 VALUE ZERO.

      *** Plaintext copy of the current row's content on the way
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-PARTNER-FIELD-COUNT EQUAL ZERO
           OR LS-PARTNER-FIELD-COUNT GREATER THAN 20
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.

      *** A partner sealed under the key store is sent sealed - one
      *** still sealed under a retired generation is sent nothing,
      *** and the refusal is on the alert file already.
           MOVE "REYDB_PARTNER_OUT" TO WS-SEAL-DESTINATION.
           MOVE 256                 TO WS-SEAL-LEN.

           CALL "REYDB_SEAL_KEY" USING WS-SEAL-DESTINATION
                                       WS-SEAL-HEADER
                                       WS-SEAL-ON
                                       WS-SEAL-GEN
               RETURNING WS-REYDB-RESULT-SEAL
           END-CALL.

           IF WS-REYDB-RESULT-SEAL NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-SEAL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           CALL "REYDB_ENQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.
           MOVE ZERO TO WS-REYDB-RECORD-COUNT.
           MOVE 'N'  TO WS-PARTNER-EOF.

      *** An outbound file put under generations writes its next
      *** one, and the register files that generation's name - the
      *** one a resend re-hashes.
           MOVE WS-PARTNER-OUT-NAME TO WS-GDG-BASE-NAME.
           CALL "REYDB_GDG_NEXT" USING WS-GDG-BASE-NAME
                                       WS-PARTNER-OUT-NAME
               RETURNING WS-REYDB-RESULT-GDG
           END-CALL.

           OPEN INPUT  FC-REYDB.
           OPEN OUTPUT FC-PARTNER-OUT.

           IF WS-SEAL-ON EQUAL 'Y'
              MOVE WS-SEAL-HEADER TO FS-PARTNER-OUT-RECORD
              WRITE FS-PARTNER-OUT-RECORD
           END-IF.

      *** A channel tagged with a purpose ships only the rows whose
      *** owners consented to it; an untagged one ships them all.
           MOVE "REYDB_PARTNER_OUT" TO WS-CONSENT-CHANNEL.
           MOVE ZERO TO WS-CONSENT-SHIPPED WS-CONSENT-SUPPRESSED.

           CALL "REYDB_CONSENT_PURPOSE" USING WS-CONSENT-CHANNEL
                                              WS-CONSENT-PURPOSE
               RETURNING WS-REYDB-RESULT-CONSENT
           END-CALL.

           PERFORM UNTIL WS-PARTNER-EOF EQUAL 'S'

               READ FC-REYDB NEXT RECORD

               NOT AT END
                   IF NOT FS-REYDB-IS-DELETED
                      MOVE 'Y' TO WS-CONSENT-ALLOWED
                      IF WS-CONSENT-PURPOSE NOT EQUAL SPACE
                         CALL "REYDB_CONSENT_CHECK" USING
                             WS-REYDB-DATABASE-NAME FS-REYDB-KEY
                             WS-CONSENT-PURPOSE WS-CONSENT-ALLOWED
                             RETURNING WS-REYDB-RESULT-CONSENT
                         END-CALL
                      END-IF

                      IF WS-CONSENT-ALLOWED EQUAL 'Y'
                         PERFORM 1000-WRITE-PARTNER-ROW
                            THRU 1000-WRITE-PARTNER-ROW-EXIT
                         ADD 1 TO WS-REYDB-RECORD-COUNT
                         ADD 1 TO WS-CONSENT-SHIPPED
                      ELSE
                         ADD 1 TO WS-CONSENT-SUPPRESSED
                      END-IF
                   END-IF
               END-READ

           CLOSE FC-PARTNER-OUT.

      *** Register the transmission - row count and byte-sum hash
      *** filed before anyone can claim "we never got it", and the
      *** key generation when it left sealed.
           CALL "REYDB_XMIT_REGISTER_GEN" USING LS-REYDB-DATABASE-NAME
                                                WS-PARTNER-OUT-NAME
                                                WS-REYDB-RECORD-COUNT
                                                WS-PARTNER-ZERO-TOTAL
                                                WS-SEAL-ON
                                                WS-SEAL-GEN
                                                WS-XMIT-NEW-ID
               RETURNING WS-REYDB-RESULT-XMIT
           END-CALL.

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
                                      LS-REYDB-RECORD-COUNT
                                      LS-REYDB-REJECT-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-PARTNER-FIELD-COUNT EQUAL ZERO
           OR LS-PARTNER-FIELD-COUNT GREATER THAN 20
           OR LS-PARTNER-KEY-LEN EQUAL ZERO
              GOBACK
           END-IF.

      *** A sealed file opens under its header's generation - one
      *** sealed under a retired generation lands nothing at all.
           PERFORM 0500-INBOUND-SEAL THRU 0500-INBOUND-SEAL-EXIT.

           IF WS-REYDB-RESULT-SEAL NOT EQUAL WS-REYDB-SUCCESS
              CLOSE FC-PARTNER-IN
              MOVE ZERO TO LS-REYDB-RECORD-COUNT
                           LS-REYDB-REJECT-COUNT
              MOVE WS-REYDB-RESULT-SEAL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM UNTIL WS-PARTNER-EOF EQUAL 'S'

               READ FC-PARTNER-IN
           END-IF.

           MOVE WS-PARTNER-RECORD TO FS-PARTNER-OUT-RECORD.

           IF WS-SEAL-ON EQUAL 'Y'
              CALL "REYDB_ENCRYPT_LINE" USING FS-PARTNER-OUT-RECORD
                                              WS-SEAL-LEN
                                              WS-SEAL-GEN
                  RETURNING WS-REYDB-RESULT-SEAL
              END-CALL
           END-IF.

           WRITE FS-PARTNER-OUT-RECORD.

       1000-WRITE-PARTNER-ROW-EXIT.
      ******************************************************************
       2000-TAKE-PARTNER-ROW.

           IF WS-SEAL-ON EQUAL 'Y'
              CALL "REYDB_DECRYPT_LINE" USING FS-PARTNER-IN-RECORD
                                              WS-SEAL-LEN
                                              WS-SEAL-GEN
                  RETURNING WS-REYDB-RESULT-SEAL
              END-CALL
           END-IF.

           MOVE FS-PARTNER-IN-RECORD TO WS-PARTNER-RECORD.

           IF LS-PARTNER-EBCDIC EQUAL 'Y'
                  RETURNING WS-REYDB-RESULT-LINEAGE
              END-CALL
           ELSE
      *** A watch-list hit counts here too, but it is not lost - the
      *** row waits on the compliance queue for its decision.
              ADD 1 TO WS-REJECT-COUNT
           END-IF.

       2000-TAKE-PARTNER-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Reads the inbound file's first record for its seal. A      ***
      *** sealed file's header is line one and the rows follow it; a ***
      *** clear file is reopened so its first row is read as a row.  ***
      ******************************************************************
       0500-INBOUND-SEAL.

           MOVE 'N' TO WS-SEAL-ON.
           MOVE 256 TO WS-SEAL-LEN.

           READ FC-PARTNER-IN

           AT END
               MOVE 'S' TO WS-PARTNER-EOF
               GO TO 0500-INBOUND-SEAL-EXIT

           END-READ.

           MOVE FS-PARTNER-IN-RECORD (1:50) TO WS-SEAL-HEADER.

           CALL "REYDB_SEAL_INBOUND" USING WS-PARTNER-IN-FILE-NAME
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

           CLOSE FC-PARTNER-IN.
           OPEN INPUT FC-PARTNER-IN.

       0500-INBOUND-SEAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-PARTNER-IN-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-PARTNER-OUT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
