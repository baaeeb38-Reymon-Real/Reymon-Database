      *** Author:  Reymon Dev         ***
      *** File:    letter.cbl        ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-letter.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-consent.cpy".

      *** The whole template loaded once - up to sixty lines, one
      *** page's worth.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-LTR-LETTER-COUNT LS-REYDB-LETTER-COUNT
                        WS-LTR-LINE-COUNT.


           OPEN OUTPUT FC-LETTER-OUT.

      *** Letters tagged with a purpose go only to the records whose
      *** owners consented to it; untagged, every key gets one.
           MOVE "REYDB_LETTER" TO WS-CONSENT-CHANNEL.
           MOVE ZERO TO WS-CONSENT-SHIPPED WS-CONSENT-SUPPRESSED.

           CALL "REYDB_CONSENT_PURPOSE" USING WS-CONSENT-CHANNEL
                                              WS-CONSENT-PURPOSE
               RETURNING WS-REYDB-RESULT-CONSENT
           END-CALL.

           MOVE 'N' TO WS-LTR-EOF.

           PERFORM UNTIL WS-LTR-EOF EQUAL 'S'
           MOVE WS-LTR-LETTER-COUNT TO LS-REYDB-LETTER-COUNT.
           MOVE WS-REYDB-SUCCESS    TO LS-REYDB-RESULT.

      *** What this run held back for want of consent.
           IF WS-CONSENT-PURPOSE NOT EQUAL SPACE
              MOVE WS-LTR-LETTER-COUNT TO WS-CONSENT-SHIPPED
              CALL "REYDB_CONSENT_TALLY" USING WS-CONSENT-CHANNEL
                                               LS-REYDB-DATABASE-NAME
                                               WS-CONSENT-PURPOSE
                                               WS-CONSENT-SHIPPED
                                               WS-CONSENT-SUPPRESSED
                  RETURNING WS-REYDB-RESULT-CONSENT
              END-CALL
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
       1000-ONE-LETTER.

      *** No consent on file for this channel's purpose - no letter,
      *** and no notice line either: the customer asked for silence.
           IF WS-CONSENT-PURPOSE NOT EQUAL SPACE
              CALL "REYDB_CONSENT_CHECK" USING LS-REYDB-DATABASE-NAME
                                               FS-LETTER-DRIVE-KEY
                                               WS-CONSENT-PURPOSE
                                               WS-CONSENT-ALLOWED
                  RETURNING WS-REYDB-RESULT-CONSENT
              END-CALL
              IF WS-CONSENT-ALLOWED NOT EQUAL 'Y'
                 ADD 1 TO WS-CONSENT-SUPPRESSED
                 GO TO 1000-ONE-LETTER-EXIT
              END-IF
           END-IF.

           MOVE FS-LETTER-DRIVE-KEY TO WS-LTR-REC-KEY.
           MOVE SPACE               TO WS-LTR-REC-BUFFER.

       9000-PRINT-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-LETTER-TPL-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-LETTER-KEYS-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-LETTER-OUT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
