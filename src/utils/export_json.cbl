      *** Author:  Reymon Dev         ***
      *** File:    export_json.cbl    ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** are trimmed of trailing blanks and double-quotes are       ***
      *** folded to apostrophes on the way out, so an embedded       ***
      *** quote can never break the object the way embedded commas   ***
      *** broke their CSV converter. A destination sealed under the  ***
      *** key store (REYDB_SEAL_KEY) gets a clear header line, every ***
      *** object after it sealed, and a transmission register entry  ***
      *** carrying the generation it left under.                     ***
      ******************************************************************

      ******************************************************************
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-json.cpy".
       COPY "data/working/reydb-gdg.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-rectype.cpy".
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
               RETURNING WS-REYDB-RESULT-POLICY
           END-CALL.

      *** A destination sealed under the key store ships sealed - one
      *** still sealed under a retired generation ships nothing, and
      *** the refusal is on the alert file already.
           MOVE "REYDB_EXPORT_JSON" TO WS-SEAL-DESTINATION.
           MOVE 1400                TO WS-SEAL-LEN.

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

      *** Shared side of the database gate, same as the CSV export.
           CALL "REYDB_ENQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
                                          LS-REYDB-FIELD-TYPES
                  RETURNING WS-REYDB-RESULT-DICT
              END-CALL

      *** A file that mixes record types is read row by row, each by
      *** the layout and names its own type value picks.
              CALL "REYDB_DICT_RECTYPES" USING LS-REYDB-DATABASE-NAME
                                               WS-RECTYPE-TABLE
                  RETURNING WS-REYDB-RESULT-RECTYPE
              END-CALL

              IF WS-REYDB-RESULT-RECTYPE EQUAL WS-REYDB-SUCCESS
                 MOVE 'Y' TO WS-RECTYPE-ACTIVE
              END-IF
           END-IF.

           MOVE ZERO TO WS-REYDB-RECORD-COUNT.
           MOVE 'N'  TO WS-REYDB-EOF.

      *** An export put under generations writes its next one - the
      *** fixed name otherwise, exactly as before.
           MOVE WS-JSON-EXPORT-NAME TO WS-GDG-BASE-NAME.
           CALL "REYDB_GDG_NEXT" USING WS-GDG-BASE-NAME
                                       WS-JSON-EXPORT-NAME
               RETURNING WS-REYDB-RESULT-GDG
           END-CALL.

           OPEN INPUT  FC-REYDB. *> Read in primary key order
           OPEN OUTPUT FC-JSON-EXPORT.

           IF WS-SEAL-ON EQUAL 'Y'
              MOVE WS-SEAL-HEADER TO FS-JSON-EXPORT-RECORD
              WRITE FS-JSON-EXPORT-RECORD
           END-IF.

      *** A channel tagged with a purpose ships only the rows whose
      *** owners consented to it; an untagged one ships them all.
           MOVE "REYDB_EXPORT_JSON" TO WS-CONSENT-CHANNEL.
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
                             LS-REYDB-FIELD-NAMES LS-REYDB-FIELD-TYPES
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
                         PERFORM 1000-WRITE-JSON-OBJECT
                            THRU 1000-WRITE-JSON-OBJECT-EXIT
                         ADD 1 TO WS-REYDB-RECORD-COUNT
                         ADD 1 TO WS-CONSENT-SHIPPED
                      ELSE
                         ADD 1 TO WS-CONSENT-SUPPRESSED
                      END-IF
                   END-IF
               END-READ

           CLOSE FC-REYDB.
           CLOSE FC-JSON-EXPORT.

      *** A sealed file goes on the transmission register with the
      *** generation it left under.
           IF WS-SEAL-ON EQUAL 'Y'
              CALL "REYDB_XMIT_REGISTER_GEN" USING
                       LS-REYDB-DATABASE-NAME
                       WS-JSON-EXPORT-NAME
                       WS-REYDB-RECORD-COUNT
                       WS-SEAL-ZERO-TOTAL
                       WS-SEAL-ON
                       WS-SEAL-GEN
                       WS-XMIT-NEW-ID
                  RETURNING WS-REYDB-RESULT-XMIT
              END-CALL
           END-IF.

           CALL "REYDB_DEQUEUE_SHARED" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.
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

           GOBACK.
      ******************************************************************

           END-STRING.

           MOVE WS-JSON-LINE TO FS-JSON-EXPORT-RECORD.

           IF WS-SEAL-ON EQUAL 'Y'
              CALL "REYDB_ENCRYPT_LINE" USING FS-JSON-EXPORT-RECORD
                                              WS-SEAL-LEN
                                              WS-SEAL-GEN
                  RETURNING WS-REYDB-RESULT-SEAL
              END-CALL
           END-IF.

           WRITE FS-JSON-EXPORT-RECORD.

       1000-WRITE-JSON-OBJECT-EXIT.
       1100-APPEND-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-JSON-EXPORT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
