      *** Author:  Reymon Dev         ***
      *** File:    signon.cbl         ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".
       COPY "data/working/reydb-signon.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-sod.cpy".
       COPY "data/working/reydb-brkgls.cpy".

      *** The identity this run unit is working under - loaded from
      *** signon.dat on the first ask if no sign-on happened here.
      *** One alert line's pieces on their way to the operator
      *** alert file - every failed attempt lands there.
       77 WS-SIGNON-ALERT-SEV  PIC X(01) VALUE 'W'.

      *** The security journal's word for the refusal being filed.
       77 WS-SIGNON-REFUSAL    PIC X(08) VALUE SPACE.
       77 WS-SECJRNL-PROGRAM   PIC X(18) VALUE "REYDB_SIGNON".
       77 WS-SIGNON-ALERT-TEXT PIC X(40) VALUE SPACE.

      *** Numeric rank of an access level so "does this level cover
      *** that one" is a single compare - R=1, U=2, A=3.
       77 WS-SIGNON-HELD-RANK   PIC 9(01) VALUE ZERO.
       77 WS-SIGNON-NEEDED-RANK PIC 9(01) VALUE ZERO.

      *** A grant as the conflict rules see it - the database by its
      *** cataloged name and the level as a right code.
       77 WS-SIGNON-GRANT-DB   PIC X(64) VALUE SPACE.
       77 WS-SIGNON-GRANT-CODE PIC X(08) VALUE SPACE.
       77 WS-SIGNON-ASKER      PIC X(08) VALUE SPACE.
       77 WS-SIGNON-GRANT-KEY  PIC X(18) VALUE SPACE.
      ******************************************************************

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-SIGNON-USER EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
              MOVE "IDENTITY SIGN-ON ON CREDENTIALED USER"
                TO WS-SIGNON-ALERT-TEXT
              MOVE 'W' TO WS-SIGNON-ALERT-SEV
              MOVE WS-SECJRNL-IDENTITY TO WS-SIGNON-REFUSAL
              PERFORM 0600-ALERT-FAILURE
                 THRU 0600-ALERT-FAILURE-EXIT
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
      ******************************************************************
       ENTRY "REYDB_SIGNOFF".

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE TO WS-SIGNON-CURRENT.

           OPEN OUTPUT FC-SIGNON.
      ******************************************************************
       ENTRY "REYDB_WHOAMI" USING LS-SIGNON-USER.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF WS-SIGNON-CURRENT EQUAL SPACE
              OPEN INPUT FC-SIGNON
              IF WS-SIGNON-FILE-STATUS EQUAL "00"
      *** Fourth entry point - does the signed-on user clear the     ***
      *** level this database demands. No access list on disk means  ***
      *** the database is open to everyone, exactly as before the    ***
      *** list existed. A user the list refuses still passes while   ***
      *** they hold an open break-glass window (REYDB_BREAKGLASS) on ***
      *** the database at that level.                                ***
      ******************************************************************
       ENTRY "REYDB_AUTHCHECK" USING LS-REYDB-DATABASE-NAME
                                     LS-SIGNON-LEVEL.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-DERIVE-ACCESS-NAME
              THRU 0100-DERIVE-ACCESS-NAME-EXIT.


           CLOSE FC-ACCESS.

      *** Refused on the list - an open break-glass window on this
      *** database at the level asked for still lets the user in.
           IF LS-REYDB-RESULT EQUAL WS-REYDB-NOT-AUTHORIZED
              CALL "REYDB_BREAKGLASS_CHECK" USING WS-SIGNON-CURRENT
                                                  LS-REYDB-DATABASE-NAME
                                                  LS-SIGNON-LEVEL
                  RETURNING WS-REYDB-RESULT-BRKGLS
              END-CALL
              IF WS-REYDB-RESULT-BRKGLS EQUAL WS-REYDB-SUCCESS
                 MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              END-IF
           END-IF.

           GOBACK.
      ******************************************************************

                                 LS-SIGNON-USER
                                 LS-SIGNON-LEVEL.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-SIGNON-USER EQUAL SPACE
           OR (LS-SIGNON-LEVEL NOT EQUAL 'R'
               AND LS-SIGNON-LEVEL NOT EQUAL 'U'
              GOBACK
           END-IF.

      *** A level that completes a segregation-of-duties pair is
      *** refused unless that user's conflict was overridden.
           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-SIGNON-GRANT-DB
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-SIGNON-GRANT-DB
           END-IF.

           MOVE LS-SIGNON-LEVEL TO WS-SIGNON-GRANT-CODE.

           CALL "REYDB_SOD_CHECK" USING LS-SIGNON-USER
                                        WS-SIGNON-GRANT-DB
                                        WS-SIGNON-GRANT-CODE
                                        WS-SOD-CONFLICT-RULE
               RETURNING WS-REYDB-RESULT-SOD
           END-CALL.

           IF WS-REYDB-RESULT-SOD EQUAL WS-REYDB-SOD-CONFLICT

              MOVE WS-REYDB-SOD-CONFLICT TO LS-REYDB-RESULT

              IF WS-SIGNON-CURRENT EQUAL SPACE
                 OPEN INPUT FC-SIGNON
                 IF WS-SIGNON-FILE-STATUS EQUAL "00"
                    READ FC-SIGNON
                    IF WS-SIGNON-FILE-STATUS EQUAL "00"
                       MOVE FS-SIGNON-USER TO WS-SIGNON-CURRENT
                    END-IF
                    CLOSE FC-SIGNON
                 END-IF
              END-IF

      *** Filed under whoever asked - the grantee when nobody is
      *** signed on, since a blank user would ask this program back.
              MOVE WS-SIGNON-CURRENT TO WS-SIGNON-ASKER

              IF WS-SIGNON-ASKER EQUAL SPACE
                 MOVE LS-SIGNON-USER TO WS-SIGNON-ASKER
              END-IF

              MOVE LS-SIGNON-USER TO WS-SIGNON-GRANT-KEY

              CALL "REYDB_SECURITY_NOTE" USING WS-SIGNON-ASKER
                                               WS-SECJRNL-PROGRAM
                                               WS-SIGNON-GRANT-DB
                                               WS-SIGNON-GRANT-KEY
                                               WS-SECJRNL-SOD-CONFLICT
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL

              GOBACK

           END-IF.

           PERFORM 0100-DERIVE-ACCESS-NAME
              THRU 0100-DERIVE-ACCESS-NAME-EXIT.

       ENTRY "REYDB_REVOKE" USING LS-REYDB-DATABASE-NAME
                                  LS-SIGNON-USER.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-DERIVE-ACCESS-NAME
              THRU 0100-DERIVE-ACCESS-NAME-EXIT.

       ENTRY "REYDB_SIGNON_AUTH" USING LS-SIGNON-USER
                                       LS-SIGNON-PASSWORD.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-SIGNON-USER EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
               MOVE "SIGN-ON BY UNKNOWN USER"
                 TO WS-SIGNON-ALERT-TEXT
               MOVE 'W' TO WS-SIGNON-ALERT-SEV
               MOVE WS-SECJRNL-NO-USER TO WS-SIGNON-REFUSAL
               PERFORM 0600-ALERT-FAILURE
                  THRU 0600-ALERT-FAILURE-EXIT
               MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
           IF FS-CRED-LOCKED EQUAL 'Y'
              MOVE "SIGN-ON ON LOCKED USER" TO WS-SIGNON-ALERT-TEXT
              MOVE 'E' TO WS-SIGNON-ALERT-SEV
              MOVE WS-SECJRNL-LOCKED TO WS-SIGNON-REFUSAL
              PERFORM 0600-ALERT-FAILURE
                 THRU 0600-ALERT-FAILURE-EXIT
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
                 MOVE "USER LOCKED AFTER FAILED SIGN-ONS"
                   TO WS-SIGNON-ALERT-TEXT
                 MOVE 'E' TO WS-SIGNON-ALERT-SEV
                 MOVE WS-SECJRNL-LOCKED TO WS-SIGNON-REFUSAL
              ELSE
                 MOVE "SIGN-ON PASSWORD FAILURE"
                   TO WS-SIGNON-ALERT-TEXT
                 MOVE 'W' TO WS-SIGNON-ALERT-SEV
                 MOVE WS-SECJRNL-BAD-PASSWORD TO WS-SIGNON-REFUSAL
              END-IF

              REWRITE FS-CRED-RECORD
           IF FS-CRED-FORCE-CHANGE EQUAL 'Y'
           OR FS-CRED-CHANGED-DATE LESS THAN WS-SIGNON-CUTOFF-N
              MOVE WS-REYDB-PASSWORD-EXPIRED TO LS-REYDB-RESULT
              MOVE WS-SECJRNL-EXPIRED TO WS-SIGNON-REFUSAL
              PERFORM 0700-JOURNAL-REFUSAL
                 THRU 0700-JOURNAL-REFUSAL-EXIT
              CLOSE FC-CRED
              GOBACK
           END-IF.
       ENTRY "REYDB_PASSWD_SET" USING LS-SIGNON-USER
                                      LS-SIGNON-PASSWORD.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-SIGNON-USER EQUAL SPACE
           OR LS-SIGNON-PASSWORD EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
                                         LS-SIGNON-PASSWORD
                                         LS-SIGNON-NEW-PASSWORD.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-SIGNON-USER EQUAL SPACE
           OR LS-SIGNON-NEW-PASSWORD EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
           INVALID KEY

               MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
               MOVE WS-SECJRNL-NO-USER TO WS-SIGNON-REFUSAL
               PERFORM 0700-JOURNAL-REFUSAL
                  THRU 0700-JOURNAL-REFUSAL-EXIT
               CLOSE FC-CRED
               GOBACK

      *** comes first.
           IF FS-CRED-LOCKED EQUAL 'Y'
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              MOVE WS-SECJRNL-LOCKED TO WS-SIGNON-REFUSAL
              PERFORM 0700-JOURNAL-REFUSAL
                 THRU 0700-JOURNAL-REFUSAL-EXIT
              CLOSE FC-CRED
              GOBACK
           END-IF.
              MOVE "PASSWORD CHANGE WITH BAD OLD PASSWORD"
                TO WS-SIGNON-ALERT-TEXT
              MOVE 'W' TO WS-SIGNON-ALERT-SEV
              MOVE WS-SECJRNL-BAD-PASSWORD TO WS-SIGNON-REFUSAL
              PERFORM 0600-ALERT-FAILURE
                 THRU 0600-ALERT-FAILURE-EXIT
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
      ******************************************************************
       ENTRY "REYDB_PASSWD_UNLOCK" USING LS-SIGNON-USER.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-CRED.

           IF WS-CRED-FILE-STATUS NOT EQUAL "00"
           MOVE WS-REYDB-NOT-AUTHORIZED TO FS-ALERT-RESULT.
           MOVE WS-SIGNON-ALERT-TEXT TO FS-ALERT-TEXT.

           MOVE ZERO TO FS-ALERT-RUN-ID FS-ALERT-SNAP-SEQ.

           WRITE FS-ALERT-RECORD.

           CLOSE FC-ALERT.

           PERFORM 0700-JOURNAL-REFUSAL
              THRU 0700-JOURNAL-REFUSAL-EXIT.

       0600-ALERT-FAILURE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One row onto the security journal. Always names the user   ***
      *** the attempt was against - the journal never has to ask     ***
      *** this program who is signed on, which would call back into  ***
      *** a program already running.                                 ***
      ******************************************************************
       0700-JOURNAL-REFUSAL.

           CALL "REYDB_SECURITY_NOTE" USING LS-SIGNON-USER
                                            WS-SECJRNL-PROGRAM
                                            WS-SECJRNL-NO-DATABASE
                                            WS-SECJRNL-NO-KEY
                                            WS-SIGNON-REFUSAL
               RETURNING WS-REYDB-RESULT-SECJRNL
           END-CALL.

       0700-JOURNAL-REFUSAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-SIGNON-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CRED-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
