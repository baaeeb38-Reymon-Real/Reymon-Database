      *** Author:  Reymon Dev         ***
      *** File:    restore.cbl        ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** same stage/swap discipline REYDB_SORT and REYDB_REBUILD      ***
      *** already use, so a restore that dies partway through cannot  ***
      *** leave the live database half-replaced.                      ***
      ***                                                             ***
      *** REYDB_RESTORE_GEN hands back an older generation instead    ***
      *** ("<db>.bk1" as ".bk1", and so on). A generation not on disk ***
      *** is asked about on the offsite vault register (REYDB_VAULT)  ***
      *** - one whose copy is out in the vault comes back             ***
      *** RECALL-NEEDED, with the volume to recall on the alert file. ***
      ******************************************************************

      ******************************************************************

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_RESTORE".
       COPY "data/working/reydb-utilauth.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-diag.cpy".

      *** This program's name as the run-log carries it.
       77 WS-RUNLOG-PROGRAM PIC X(18) VALUE "REYDB_RESTORE".
       COPY "data/working/reydb-backup.cpy".
       COPY "data/working/reydb-batch.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-vault.cpy".
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       COPY "data/linkage/reydb-batch.cpy".

      *** The backup generation to hand back - ".bak" the current
      *** one, ".bk1" the one before it, and so on.
       77 LS-REYDB-GENERATION PIC X(08) VALUE SPACE.
      ******************************************************************

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** The current generation.
           MOVE ".bak" TO WS-VAULT-GENERATION.

           PERFORM 0500-RESTORE-RUN THRU 0500-RESTORE-RUN-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - the same restore from the generation  ***
      *** the caller names; blank is the current one.                ***
      ******************************************************************
       ENTRY "REYDB_RESTORE_GEN" USING LS-REYDB-DATABASE-NAME
                                       LS-REYDB-GENERATION
                                       LS-REYDB-RECORD-COUNT.

           IF LS-REYDB-GENERATION EQUAL SPACE
              MOVE ".bak" TO WS-VAULT-GENERATION
           ELSE
              MOVE LS-REYDB-GENERATION TO WS-VAULT-GENERATION
           END-IF.

           PERFORM 0500-RESTORE-RUN THRU 0500-RESTORE-RUN-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** One restore run - the generation in WS-VAULT-GENERATION    ***
      *** staged and swapped in for the live database.               ***
      ******************************************************************
       0500-RESTORE-RUN.

      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** May the signed-on user run this utility at all - the
      *** utility authority file answers before anything else runs.
           CALL "REYDB_UTILAUTH" USING WS-UTIL-RESTORE
                                       LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-UTILAUTH
           END-CALL.

           IF WS-REYDB-RESULT-UTILAUTH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               LS-REYDB-DATABASE-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-UTILITY
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           IF LS-REYDB-DATABASE-NAME NOT EQUAL SPACE *> Caller may point
              MOVE LS-REYDB-DATABASE-NAME TO WS-REYDB-DATABASE-NAME *> at a different named database
              MOVE SPACE TO WS-BACKUP-DATABASE-NAME
              STRING LS-REYDB-DATABASE-NAME DELIMITED BY SPACE
                     WS-VAULT-GENERATION    DELIMITED BY SPACE
                INTO WS-BACKUP-DATABASE-NAME
           ELSE
      *** The default database's current generation is backup.dat;
      *** its older ones are named as REYDB_BACKUP_DRILL finds them.
              IF WS-VAULT-GENERATION NOT EQUAL ".bak"
                 MOVE SPACE TO WS-BACKUP-DATABASE-NAME
                 STRING "reymon.db"         DELIMITED BY SIZE
                        WS-VAULT-GENERATION DELIMITED BY SPACE
                   INTO WS-BACKUP-DATABASE-NAME
              END-IF
           END-IF.

      *** The common run-log's opening bracket - the first question

           IF WS-REYDB-RESULT-LOCK NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-RESULT-LOCK TO LS-REYDB-RESULT
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT

      *** The run history's closing bracket even here - a refused
      *** gate is a completed (if empty) run, not the interrupted
           MOVE 'N'  TO WS-REYDB-EOF.

           OPEN INPUT  FC-BACKUP.

      *** A generation not on disk may be out in the offsite vault -
      *** nothing to stage until its volume comes back.
           IF WS-BACKUP-FILE-STATUS NOT EQUAL "00"
              PERFORM 0700-NOT-ON-DISK THRU 0700-NOT-ON-DISK-EXIT
              GOBACK
           END-IF.

           OPEN OUTPUT FC-STAGE.

           PERFORM UNTIL WS-REYDB-EOF EQUAL 'S'
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

      *** A bad result leaves a diagnostic snapshot behind first.
           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT
           END-IF.

      *** The run-log's closing bracket - the final result, and the
      *** operator alert when it is a bad one.
           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
               RETURNING WS-REYDB-RESULT-RUNLOG
           END-CALL.

       0500-RESTORE-RUN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The generation asked for is not on disk. The vault         ***
      *** register says whether its copy is offsite and has to be    ***
      *** recalled first (the volume and vault go on the alert       ***
      *** file); otherwise there is simply no such generation. The   ***
      *** live database was never touched either way.               ***
      ******************************************************************
       0700-NOT-ON-DISK.

           MOVE ZERO TO LS-REYDB-RECORD-COUNT.

           CALL "REYDB_VAULT_CHECK" USING LS-REYDB-DATABASE-NAME
                                          WS-VAULT-GENERATION
                                          WS-VAULT-VOLUME
               RETURNING WS-REYDB-RESULT-VAULT
           END-CALL.

           IF WS-REYDB-RESULT-VAULT EQUAL WS-REYDB-RECALL-NEEDED
              MOVE WS-REYDB-RECALL-NEEDED TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              PERFORM 9900-DIAG-SNAP THRU 9900-DIAG-SNAP-EXIT
           END-IF.

           CALL "REYDB_DEQUEUE" USING LS-REYDB-DATABASE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

           CALL "REYDB_RUNLOG" USING WS-RUNLOG-PROGRAM
                                     LS-REYDB-DATABASE-NAME
                                     WS-RUNLOG-PHASE-END
                                     LS-REYDB-RESULT
                                     WS-RUNLOG-ZERO
               RETURNING WS-REYDB-RESULT-RUNLOG
           END-CALL.

       0700-NOT-ON-DISK-EXIT.
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

      ******************************************************************
      *** The diagnostic snapshot a bad result leaves behind - the   ***
      *** last key copied, the live, backup and stage files'         ***
      *** statuses and the row count.                                ***
      ******************************************************************
       9900-DIAG-SNAP.

           MOVE LS-REYDB-DATABASE-NAME TO WS-DIAG-DATABASE.
           MOVE LS-REYDB-RESULT        TO WS-DIAG-RESULT.
           MOVE FS-STAGE-KEY           TO WS-DIAG-LAST-KEY.

           MOVE WS-REYDB-DATABASE-NAME  TO WS-DIAG-OPEN-NAME (1).
           MOVE WS-REYDB-FILE-STATUS    TO WS-DIAG-OPEN-STATUS (1).
           MOVE WS-BACKUP-DATABASE-NAME TO WS-DIAG-OPEN-NAME (2).
           MOVE WS-BACKUP-FILE-STATUS   TO WS-DIAG-OPEN-STATUS (2).
           MOVE WS-STAGE-FILE-NAME      TO WS-DIAG-OPEN-NAME (3).
           MOVE WS-STAGE-FILE-STATUS    TO WS-DIAG-OPEN-STATUS (3).

           MOVE WS-REYDB-RECORD-COUNT TO WS-DIAG-READ.
           MOVE WS-REYDB-RECORD-COUNT TO WS-DIAG-WRITTEN.

           MOVE SPACE TO WS-DIAG-PARMS.
           STRING "RESTORE FROM "         DELIMITED BY SIZE
                  WS-BACKUP-DATABASE-NAME DELIMITED BY SPACE
             INTO WS-DIAG-PARMS
           END-STRING.

           CALL "REYDB_DIAG" USING WS-RUNLOG-PROGRAM
                                   WS-DIAG-DETAIL
               RETURNING WS-REYDB-RESULT-DIAG
           END-CALL.

       9900-DIAG-SNAP-EXIT.
           EXIT.
      ******************************************************************
