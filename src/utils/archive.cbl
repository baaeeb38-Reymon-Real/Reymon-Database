      *** Author:  Reymon Dev         ***
      *** File:    archive.cbl        ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_ARCHIVE".
       COPY "data/working/reydb-xref.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-keygen.cpy".
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
           END-IF.
           END-CALL.

           IF WS-REYDB-RESULT-AUTH NOT EQUAL WS-REYDB-SUCCESS
              IF WS-REYDB-RESULT-AUTH EQUAL WS-REYDB-NOT-AUTHORIZED
                 CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                                  WS-SECJRNL-PROGRAM
                                                  LS-REYDB-DATABASE-NAME
                                                  WS-SECJRNL-NO-KEY
                                                  WS-SECJRNL-ACCESS
                     RETURNING WS-REYDB-RESULT-SECJRNL
                 END-CALL
              END-IF
              MOVE WS-REYDB-RESULT-AUTH TO LS-REYDB-RESULT
              GOBACK
           END-IF.
       1000-MOVE-TO-ARCHIVE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-STAGE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
