      *** Author:  Reymon Dev         ***
      *** File:    deltaexp.cbl      ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** the same reasoning REYDB_REPLICATE applies.               ***
      ***                                                             ***
      *** REYDB_DELTA_REGISTER opens a destination at the trail's   ***
      *** start; REYDB_DELTA_DROP retires one. A destination sealed ***
      *** under the key store (REYDB_SEAL_KEY) gets a clear header  ***
      *** row and every row after it sealed, and the file goes on   ***
      *** the transmission register with the generation it left     ***
      *** under.                                                    ***
      ******************************************************************

      ******************************************************************

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-delta.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-consent.cpy".
       COPY "data/working/reydb-seal.cpy".
       COPY "data/working/reydb-xmit.cpy".

      *** Resolved source name - blank follows the same "reymon.db"
      *** default every other program honors.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-EXPORT-COUNT.

           IF LS-DELTA-DESTINATION EQUAL SPACE

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

      *** A destination sealed under the key store is fed sealed -
      *** one still sealed under a retired generation is fed nothing
      *** and its mark stays put; the refusal is on the alert file.
           MOVE LS-DELTA-DESTINATION TO WS-SEAL-DESTINATION.
           MOVE 530                  TO WS-SEAL-LEN.

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

      *** The trail being read is the source's, the same derivation
      *** every trail reader makes.
           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE
       ENTRY "REYDB_DELTA_REGISTER" USING LS-REYDB-DATABASE-NAME
                                          LS-DELTA-DESTINATION.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-DELTA-DESTINATION EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
       ENTRY "REYDB_DELTA_DROP" USING LS-REYDB-DATABASE-NAME
                                      LS-DELTA-DESTINATION.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-DELTADST.
           OPEN INPUT  FC-REYDB.
           OPEN OUTPUT FC-DELTAOUT.

           IF WS-SEAL-ON EQUAL 'Y'
              MOVE WS-SEAL-HEADER TO FS-DELTAOUT-RECORD
              WRITE FS-DELTAOUT-RECORD
           END-IF.

      *** A destination tagged with a purpose gets only the rows
      *** whose owners consented to it - a retirement marker still
      *** ships, it carries nothing of the customer's.
           MOVE LS-DELTA-DESTINATION TO WS-CONSENT-CHANNEL.
           MOVE ZERO TO WS-CONSENT-SHIPPED WS-CONSENT-SUPPRESSED.

           CALL "REYDB_CONSENT_PURPOSE" USING WS-CONSENT-CHANNEL
                                              WS-CONSENT-PURPOSE
               RETURNING WS-REYDB-RESULT-CONSENT
           END-CALL.

           PERFORM VARYING WS-DLT-IDX FROM 1 BY 1
                     UNTIL WS-DLT-IDX GREATER THAN WS-DLT-KEY-COUNT

                   MOVE WS-DLT-KEY (WS-DLT-IDX) TO FS-DELTAOUT-KEY
                   MOVE SPACE    TO FS-DELTAOUT-BUFFER
                   MOVE "*GONE*" TO FS-DELTAOUT-BUFFER (1:6)
                   PERFORM 2100-PUT-DELTA-ROW
                      THRU 2100-PUT-DELTA-ROW-EXIT
                   ADD 1 TO WS-DELTA-EXPORT-COUNT

               NOT INVALID KEY

                   MOVE 'Y' TO WS-CONSENT-ALLOWED
                   IF WS-CONSENT-PURPOSE NOT EQUAL SPACE
                      CALL "REYDB_CONSENT_CHECK" USING
                          WS-DLT-RESOLVED-NAME FS-REYDB-KEY
                          WS-CONSENT-PURPOSE WS-CONSENT-ALLOWED
                          RETURNING WS-REYDB-RESULT-CONSENT
                      END-CALL
                   END-IF

                   IF WS-CONSENT-ALLOWED EQUAL 'Y'
                      MOVE FS-REYDB-KEY    TO FS-DELTAOUT-KEY
                      MOVE FS-REYDB-BUFFER TO FS-DELTAOUT-BUFFER
                      PERFORM 2100-PUT-DELTA-ROW
                         THRU 2100-PUT-DELTA-ROW-EXIT
                      ADD 1 TO WS-DELTA-EXPORT-COUNT
                      ADD 1 TO WS-CONSENT-SHIPPED
                   ELSE
                      ADD 1 TO WS-CONSENT-SUPPRESSED
                   END-IF

               END-READ

           CLOSE FC-REYDB.
           CLOSE FC-DELTAOUT.

      *** A sealed file goes on the transmission register with the
      *** generation it left under.
           IF WS-SEAL-ON EQUAL 'Y'
              CALL "REYDB_XMIT_REGISTER_GEN" USING
                       WS-DLT-RESOLVED-NAME
                       WS-DELTAOUT-DATABASE-NAME
                       WS-DELTA-EXPORT-COUNT
                       WS-SEAL-ZERO-TOTAL
                       WS-SEAL-ON
                       WS-SEAL-GEN
                       WS-XMIT-NEW-ID
                  RETURNING WS-REYDB-RESULT-XMIT
              END-CALL
           END-IF.

      *** What this run held back for want of consent.
           IF WS-CONSENT-PURPOSE NOT EQUAL SPACE
              CALL "REYDB_CONSENT_TALLY" USING WS-CONSENT-CHANNEL
                                               WS-DLT-RESOLVED-NAME
                                               WS-CONSENT-PURPOSE
                                               WS-CONSENT-SHIPPED
                                               WS-CONSENT-SUPPRESSED
                  RETURNING WS-REYDB-RESULT-CONSENT
              END-CALL
           END-IF.

       2000-SHIP-CURRENT-ROWS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One row onto the delta file - sealed first when the        ***
      *** destination is.                                            ***
      ******************************************************************
       2100-PUT-DELTA-ROW.

           IF WS-SEAL-ON EQUAL 'Y'
              CALL "REYDB_ENCRYPT_LINE" USING FS-DELTAOUT-RECORD
                                              WS-SEAL-LEN
                                              WS-SEAL-GEN
                  RETURNING WS-REYDB-RESULT-SEAL
              END-CALL
           END-IF.

           WRITE FS-DELTAOUT-RECORD.

       2100-PUT-DELTA-ROW-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once.      ***
      ******************************************************************
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-DELTADST-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
