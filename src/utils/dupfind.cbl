      *** Author:  Reymon Dev         ***
      *** File:    dupfind.cbl        ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-keygen.cpy".
       COPY "data/working/reydb-dupfind.cpy".
       COPY "data/working/reydb-pacing.cpy".
       COPY "data/working/reydb-owner.cpy".
       COPY "data/working/reydb-workq.cpy".

      *** Results of the CALLs to REYDB_DECRYPT/REYDB_DECOMPRESS.
       77 WS-REYDB-RESULT-CIPHER   PIC 9(18) VALUE ZERO.
       77 WS-DUP-IN-GROUP PIC X(01) VALUE 'N'.
       77 WS-DUP-HAVE-PREV PIC X(01) VALUE 'N'.

      *** The open group's first row, which every later member is
      *** queued for review against.
       77 WS-DUP-FIRST-KEY PIC X(18) VALUE SPACE.
       77 WS-DUP-GROUP-ED  PIC Z(04)9 VALUE ZERO.

       77 WS-DUP-EOF PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-DUP-LENGTH GREATER THAN ZERO
              IF LS-DUP-LENGTH GREATER THAN 32
              OR LS-DUP-OFFSET EQUAL ZERO
                 MOVE WS-DUP-PREV-CREATED    TO FS-DUPFIND-CREATED-TS
                 MOVE WS-DUP-PREV-VALUE (1:40) TO FS-DUPFIND-VALUE
                 WRITE FS-DUPFIND-RECORD
                 MOVE WS-DUP-PREV-KEY        TO WS-DUP-FIRST-KEY
              END-IF

              MOVE WS-DUPFIND-GROUP-COUNT   TO FS-DUPFIND-GROUP
              MOVE WS-DUP-THIS-VALUE (1:40) TO FS-DUPFIND-VALUE
              WRITE FS-DUPFIND-RECORD

              PERFORM 2300-QUEUE-MEMBER THRU 2300-QUEUE-MEMBER-EXIT

           ELSE

              MOVE 'N' TO WS-DUP-IN-GROUP
       2200-JUDGE-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A later member of a group goes on the work queue against   ***
      *** the group's first row, for a person to merge or clear.     ***
      ******************************************************************
       2300-QUEUE-MEMBER.

           MOVE WS-DUPFIND-GROUP-COUNT TO WS-DUP-GROUP-ED.
           MOVE FS-WORK-KEY            TO WS-WORKQ-ASK-KEY.
           MOVE SPACE TO WS-WORKQ-DETAIL.

           STRING "DUPLICATE OF "  DELIMITED BY SIZE
                  WS-DUP-FIRST-KEY DELIMITED BY SPACE
                  " - GROUP "      DELIMITED BY SIZE
                  WS-DUP-GROUP-ED  DELIMITED BY SIZE
             INTO WS-WORKQ-DETAIL
           END-STRING.

           CALL "REYDB_WORKQ" USING LS-REYDB-DATABASE-NAME
                                    WS-WORKQ-ASK-KEY
                                    WS-WORKQ-DUPFIND
                                    WS-WORKQ-DETAIL
               RETURNING WS-REYDB-RESULT-WORKQ
           END-CALL.

       2300-QUEUE-MEMBER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-WORK-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-DUPFIND-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
