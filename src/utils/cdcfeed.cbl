      *** Author:  Reymon Dev         ***
      *** File:    cdcfeed.cbl       ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-cdc.cpy".
       COPY "data/working/reydb-consent.cpy".

      *** Resolved source name - blank follows the same "reymon.db"
      *** default every other program honors.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-CDC-SUBSCRIBER EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
       ENTRY "REYDB_CDC_UNSUBSCRIBE" USING LS-REYDB-DATABASE-NAME
                                           LS-CDC-SUBSCRIBER.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           OPEN I-O FC-CDCSUB.
                                       LS-CDC-SUBSCRIBER
                                       LS-REYDB-DELIVERED-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-DELIVERED-COUNT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

      *** A subscriber tagged with a purpose is fed only the changes
      *** to records whose owners consented to it.
           MOVE LS-CDC-SUBSCRIBER TO WS-CONSENT-CHANNEL.
           MOVE ZERO TO WS-CONSENT-SHIPPED WS-CONSENT-SUPPRESSED.

           CALL "REYDB_CONSENT_PURPOSE" USING WS-CONSENT-CHANNEL
                                              WS-CONSENT-PURPOSE
               RETURNING WS-REYDB-RESULT-CONSENT
           END-CALL.

           PERFORM 1500-DELIVER-PASS THRU 1500-DELIVER-PASS-EXIT.

      *** The trail ended short of the cursor - the trail was

           MOVE WS-CDC-DELIVER-COUNT TO LS-REYDB-DELIVERED-COUNT.

      *** What this pass held back for want of consent.
           IF WS-CONSENT-PURPOSE NOT EQUAL SPACE
              MOVE WS-CDC-DELIVER-COUNT TO WS-CONSENT-SHIPPED
              CALL "REYDB_CONSENT_TALLY" USING WS-CONSENT-CHANNEL
                                               WS-CDC-RESOLVED-NAME
                                               WS-CONSENT-PURPOSE
                                               WS-CONSENT-SHIPPED
                                               WS-CONSENT-SUPPRESSED
                  RETURNING WS-REYDB-RESULT-CONSENT
              END-CALL
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
       1000-DELIVER-ENTRY.

           IF WS-CONSENT-PURPOSE NOT EQUAL SPACE
              CALL "REYDB_CONSENT_CHECK" USING WS-CDC-RESOLVED-NAME
                                               FS-AUDIT-KEY
                                               WS-CONSENT-PURPOSE
                                               WS-CONSENT-ALLOWED
                  RETURNING WS-REYDB-RESULT-CONSENT
              END-CALL
              IF WS-CONSENT-ALLOWED NOT EQUAL 'Y'
                 ADD 1 TO WS-CONSENT-SUPPRESSED
                 GO TO 1000-DELIVER-ENTRY-EXIT
              END-IF
           END-IF.

           MOVE FS-AUDIT-KEY       TO FS-CDCOUT-KEY.
           MOVE FS-AUDIT-OPERATION TO FS-CDCOUT-OPERATION.
           MOVE FS-AUDIT-TIMESTAMP TO FS-CDCOUT-TIMESTAMP.
       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-CDCSUB-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
