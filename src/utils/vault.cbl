      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    vault.cbl          ***
      *** Date:    October 15 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ***************************************
      *** Division for set configurations ***
      ***       of the program            ***
      ***************************************

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB_VAULT IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** The offsite vault register - REYDB_BACKUP, the backup sets ***
      *** and REYDB_BACKUP_DRILL say a generation exists and         ***
      *** restores; vault.dat says where its copy physically is.     ***
      *** One entry per volume shipped: the generation it holds and  ***
      *** the day that generation was taken, when it went out, the   ***
      *** vault holding it, when it is due back, and whether it is   ***
      *** in the vault, recalled or home again.                      ***
      ***                                                            ***
      *** REYDB_VAULT sets a database's retention rule (a utility-   ***
      *** authority act) - the generation that goes out, the days a  ***
      *** copy stays in the vault, and the vault it goes to; a blank ***
      *** generation and zero days clears it. REYDB_VAULT_SHIP files ***
      *** a volume sent out, REYDB_VAULT_RECALL calls one back       ***
      *** early and REYDB_VAULT_RETURN books it home.                ***
      ***                                                            ***
      *** REYDB_VAULT_PICK writes the day's vault.pck - each ruled   ***
      *** database's generation not yet shipped goes out (SEND), a   ***
      *** volume whose days are up comes back (RETURN), and a        ***
      *** recalled one is chased (RECALL).                           ***
      ***                                                            ***
      *** REYDB_VAULT_CHECK is the question REYDB_RESTORE asks when  ***
      *** the generation wanted is not on disk - a copy still out in ***
      *** the vault answers RECALL-NEEDED with the volume, and puts  ***
      *** a warning naming it and its vault on the alert file.       ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-vault.cpy".
       COPY "file/control/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-vault.cpy".
       COPY "file/section/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-vault.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-secjrnl.cpy".
       COPY "data/working/reydb-utilauth.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_VAULT".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-VLT-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** The generation in hand, and the backup file holding it on
      *** disk ("<db><generation>", as REYDB_BACKUP_DRILL names them).
       77 WS-VLT-GENERATION  PIC X(08) VALUE SPACE.
       77 WS-VLT-BACKUP-NAME PIC X(64) VALUE SPACE.

      *** The day the generation on disk was taken - zero when it is
      *** not on disk at all.
       77 WS-VLT-TAKEN PIC 9(08) VALUE ZERO.

      *** CBL_CHECK_FILE_EXIST's answer block - the size, then the
      *** day the file was last written.
       01 WS-VLT-FILE-INFO.
          02 WS-VLT-FILE-SIZE  PIC X(08) COMP-X.
          02 WS-VLT-FILE-DAY   PIC X(01) COMP-X.
          02 WS-VLT-FILE-MONTH PIC X(01) COMP-X.
          02 WS-VLT-FILE-YEAR  PIC X(02) COMP-X.
          02 FILLER            PIC X(52).

       77 WS-VLT-EXIST-RC PIC S9(09) COMP-5 VALUE ZERO.

      *** The database's retention rule, read before the volume's
      *** own entry takes the record area over.
       77 WS-VLT-RULE-FOUND      PIC X(01) VALUE 'N'.
       77 WS-VLT-RULE-GENERATION PIC X(08) VALUE SPACE.
       77 WS-VLT-RULE-DAYS       PIC 9(04) VALUE ZERO.
       77 WS-VLT-RULE-LOCATION   PIC X(20) VALUE SPACE.

      *** The vault a volume goes to - the caller's, or the rule's.
       77 WS-VLT-LOCATION PIC X(20) VALUE SPACE.

      *** Calendar date broken out for the due-date arithmetic.
       01 WS-VLT-CAL.
          02 WS-VLT-CAL-YEAR  PIC 9(04).
          02 WS-VLT-CAL-MONTH PIC 9(02).
          02 WS-VLT-CAL-DAY   PIC 9(02).
       01 WS-VLT-CAL-N REDEFINES WS-VLT-CAL PIC 9(08).

       01 WS-VLT-MONTH-DAYS-TABLE.
          02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-VLT-MONTH-DAYS-R REDEFINES WS-VLT-MONTH-DAYS-TABLE.
          02 WS-VLT-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.

       77 WS-VLT-DAYS      PIC 9(04) VALUE ZERO.
       77 WS-VLT-LAST-DAY  PIC 9(02) VALUE ZERO.
       77 WS-VLT-DUE       PIC 9(08) VALUE ZERO.
       77 WS-VLT-LEAP-REM  PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-VLT-LEAP-QUOT PIC 9(04) COMP-5 VALUE ZERO.

      *** The pick list's walk - the database in hand, and the
      *** generation its rule sends out until an entry shows that
      *** very generation already shipped.
       77 WS-VLT-CUR-DATABASE  PIC X(64) VALUE SPACE.
       77 WS-VLT-SEND-PENDING  PIC X(01) VALUE 'N'.
       77 WS-VLT-SEND-GEN      PIC X(08) VALUE SPACE.
       77 WS-VLT-SEND-TAKEN    PIC 9(08) VALUE ZERO.
       77 WS-VLT-SEND-LOCATION PIC X(20) VALUE SPACE.
       77 WS-VLT-SEND-DUE      PIC 9(08) VALUE ZERO.
       77 WS-VLT-LINES         PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-VLT-EOF           PIC X(01) VALUE 'N'.

      *** The latest copy of the generation a restore wants that is
      *** still out of the building.
       77 WS-VLT-OUT-FOUND    PIC X(01) VALUE 'N'.
       77 WS-VLT-OUT-TAKEN    PIC 9(08) VALUE ZERO.
       77 WS-VLT-OUT-VOLUME   PIC X(12) VALUE SPACE.
       77 WS-VLT-OUT-LOCATION PIC X(20) VALUE SPACE.

      *** Who is signed on, and when, for the entry's stamp.
       77 WS-VLT-USER PIC X(08) VALUE SPACE.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

       77 WS-VLT-TODAY PIC 9(08) VALUE ZERO.
       77 WS-VLT-TIME  PIC 9(08) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The generation ("<db>.bak" as ".bak", and so on), the
      *** volume it went out on, the vault holding it, and the days
      *** a database's copies stay there.
       77 LS-VAULT-GENERATION PIC X(08) VALUE SPACE.
       77 LS-VAULT-VOLUME     PIC X(12) VALUE SPACE.
       77 LS-VAULT-LOCATION   PIC X(20) VALUE SPACE.
       77 LS-VAULT-DAYS       PIC 9(04) COMP-5 VALUE ZERO.

      *** Lines the pick list wrote.
       77 LS-VAULT-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
          88 LS-REYDB-RESULT-IS-RECALL-NEEDED   VALUE 39.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - sets a database's retention rule, or ***
      *** clears it when the generation is blank and the days zero.  ***
      *** A blank generation with days is the current one, ".bak".   ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-VAULT-GENERATION
                                    LS-VAULT-DAYS
                                    LS-VAULT-LOCATION
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

      *** Who may decide what leaves the building is the utility
      *** authority file's question, the same as who may restore.
           CALL "REYDB_UTILAUTH" USING WS-UTIL-VAULT
                                       WS-VLT-RESOLVED-NAME
               RETURNING WS-REYDB-RESULT-UTILAUTH
           END-CALL.

           IF WS-REYDB-RESULT-UTILAUTH NOT EQUAL WS-REYDB-SUCCESS
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-VLT-RESOLVED-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-UTILITY
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

      *** A rule that sends copies out needs a vault to send them to.
           IF (LS-VAULT-GENERATION NOT EQUAL SPACE
               OR LS-VAULT-DAYS NOT EQUAL ZERO)
              AND LS-VAULT-LOCATION EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0300-OPEN-REGISTER THRU 0300-OPEN-REGISTER-EXIT.

           IF WS-VAULT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-VLT-RESOLVED-NAME TO FS-VAULT-DATABASE.
           MOVE SPACE                TO FS-VAULT-VOLUME.

           READ FC-VAULT

           INVALID KEY

               IF LS-VAULT-GENERATION EQUAL SPACE
               AND LS-VAULT-DAYS EQUAL ZERO
                  MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
               ELSE
                  PERFORM 0500-SET-RULE THRU 0500-SET-RULE-EXIT
                  WRITE FS-VAULT-RECORD
                  INVALID KEY
                      MOVE WS-REYDB-WRITE-FAILURE TO LS-REYDB-RESULT
                  NOT INVALID KEY
                      MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
                  END-WRITE
               END-IF

           NOT INVALID KEY

               IF LS-VAULT-GENERATION EQUAL SPACE
               AND LS-VAULT-DAYS EQUAL ZERO
                  DELETE FC-VAULT RECORD
                  MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
               ELSE
                  PERFORM 0500-SET-RULE THRU 0500-SET-RULE-EXIT
                  REWRITE FS-VAULT-RECORD
                  IF WS-VAULT-FILE-STATUS EQUAL "00"
                     MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
                  ELSE
                     MOVE WS-REYDB-WRITE-FAILURE TO LS-REYDB-RESULT
                  END-IF
               END-IF

           END-READ.

           CLOSE FC-VAULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - a volume sent out to the vault. The   ***
      *** generation and vault default to the database's rule, and   ***
      *** the rule's days set the day it is due back. The generation ***
      *** has to be on disk - its taken day is what tells tomorrow's ***
      *** pick list this copy has already gone. A volume still out   ***
      *** cannot go out again; one booked home can be reused.        ***
      ******************************************************************
       ENTRY "REYDB_VAULT_SHIP" USING LS-REYDB-DATABASE-NAME
                                      LS-VAULT-GENERATION
                                      LS-VAULT-VOLUME
                                      LS-VAULT-LOCATION.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           IF LS-VAULT-VOLUME EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0300-OPEN-REGISTER THRU 0300-OPEN-REGISTER-EXIT.

           IF WS-VAULT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0400-READ-RULE THRU 0400-READ-RULE-EXIT.

           IF LS-VAULT-GENERATION NOT EQUAL SPACE
              MOVE LS-VAULT-GENERATION TO WS-VLT-GENERATION
           ELSE
              IF WS-VLT-RULE-FOUND EQUAL 'Y'
                 MOVE WS-VLT-RULE-GENERATION TO WS-VLT-GENERATION
              ELSE
                 MOVE ".bak" TO WS-VLT-GENERATION
              END-IF
           END-IF.

           IF LS-VAULT-LOCATION NOT EQUAL SPACE
              MOVE LS-VAULT-LOCATION TO WS-VLT-LOCATION
           ELSE
              MOVE WS-VLT-RULE-LOCATION TO WS-VLT-LOCATION
           END-IF.

           IF WS-VLT-LOCATION EQUAL SPACE
              CLOSE FC-VAULT
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0150-BACKUP-NAME THRU 0150-BACKUP-NAME-EXIT.
           PERFORM 0200-TAKEN-DATE  THRU 0200-TAKEN-DATE-EXIT.

           IF WS-VLT-TAKEN EQUAL ZERO
              CLOSE FC-VAULT
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-VLT-RESOLVED-NAME TO FS-VAULT-DATABASE.
           MOVE LS-VAULT-VOLUME      TO FS-VAULT-VOLUME.

           READ FC-VAULT

           INVALID KEY
               PERFORM 0600-SET-SHIPPED THRU 0600-SET-SHIPPED-EXIT
               WRITE FS-VAULT-RECORD
               INVALID KEY
                   MOVE WS-REYDB-WRITE-FAILURE TO LS-REYDB-RESULT
               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
               END-WRITE

           NOT INVALID KEY
               IF NOT FS-VAULT-IS-HOME
                  MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
               ELSE
                  PERFORM 0600-SET-SHIPPED THRU 0600-SET-SHIPPED-EXIT
                  REWRITE FS-VAULT-RECORD
                  IF WS-VAULT-FILE-STATUS EQUAL "00"
                     MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
                  ELSE
                     MOVE WS-REYDB-WRITE-FAILURE TO LS-REYDB-RESULT
                  END-IF
               END-IF

           END-READ.

           CLOSE FC-VAULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - a volume in the vault called back      ***
      *** before its days are up. Asking again is no error; a volume ***
      *** already home cannot be recalled.                           ***
      ******************************************************************
       ENTRY "REYDB_VAULT_RECALL" USING LS-REYDB-DATABASE-NAME
                                        LS-VAULT-VOLUME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           PERFORM 0700-READ-VOLUME THRU 0700-READ-VOLUME-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FS-VAULT-IS-HOME
                   MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
               WHEN FS-VAULT-IS-OFFSITE
                   MOVE 'R'          TO FS-VAULT-STATUS
                   MOVE WS-VLT-TODAY TO FS-VAULT-RECALL-DATE
                   PERFORM 0800-STAMP THRU 0800-STAMP-EXIT
                   REWRITE FS-VAULT-RECORD
                   IF WS-VAULT-FILE-STATUS NOT EQUAL "00"
                      MOVE WS-REYDB-WRITE-FAILURE TO LS-REYDB-RESULT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE FC-VAULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - a volume back in the building, due or ***
      *** recalled. Booking one home twice is no error.              ***
      ******************************************************************
       ENTRY "REYDB_VAULT_RETURN" USING LS-REYDB-DATABASE-NAME
                                        LS-VAULT-VOLUME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           PERFORM 0700-READ-VOLUME THRU 0700-READ-VOLUME-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           IF NOT FS-VAULT-IS-HOME
              MOVE 'H'          TO FS-VAULT-STATUS
              MOVE WS-VLT-TODAY TO FS-VAULT-HOME-DATE
              PERFORM 0800-STAMP THRU 0800-STAMP-EXIT
              REWRITE FS-VAULT-RECORD
              IF WS-VAULT-FILE-STATUS NOT EQUAL "00"
                 MOVE WS-REYDB-WRITE-FAILURE TO LS-REYDB-RESULT
              END-IF
           END-IF.

           CLOSE FC-VAULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - the day's vault pick list. The walk is ***
      *** in key order, so each database's rule (SPACE volume) comes ***
      *** before its volumes: the rule's generation on disk is down  ***
      *** to go out until one of its volumes shows that very day's   ***
      *** generation already shipped.                                ***
      ******************************************************************
       ENTRY "REYDB_VAULT_PICK" USING LS-VAULT-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO  TO LS-VAULT-COUNT WS-VLT-LINES.
           MOVE 'N'   TO WS-VLT-EOF WS-VLT-SEND-PENDING.
           MOVE SPACE TO WS-VLT-CUR-DATABASE.

           ACCEPT WS-VLT-TODAY FROM DATE YYYYMMDD.

           OPEN OUTPUT FC-VAULT-PCK.

           IF WS-VAULT-PCK-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN INPUT FC-VAULT.

      *** Nothing ever ruled or shipped - an empty list, and nothing
      *** wrong.
           IF WS-VAULT-FILE-STATUS NOT EQUAL "00"
              CLOSE FC-VAULT-PCK
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM UNTIL WS-VLT-EOF EQUAL 'S'

               READ FC-VAULT NEXT RECORD

               AT END
                   MOVE 'S' TO WS-VLT-EOF

               NOT AT END
                   PERFORM 1000-PICK-ONE THRU 1000-PICK-ONE-EXIT
               END-READ

           END-PERFORM.

           PERFORM 1100-FLUSH-SEND THRU 1100-FLUSH-SEND-EXIT.

           CLOSE FC-VAULT.
           CLOSE FC-VAULT-PCK.

           MOVE WS-VLT-LINES TO LS-VAULT-COUNT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixth entry point - is the generation a restore wants out  ***
      *** in the vault. Asked once the generation proves not to be   ***
      *** on disk: the latest copy of it not yet home answers        ***
      *** RECALL-NEEDED with its volume, and a warning naming the    ***
      *** volume and its vault goes on the alert file. No register,  ***
      *** or no copy out, answers SUCCESS - the register knows       ***
      *** nothing that would help.                                   ***
      ******************************************************************
       ENTRY "REYDB_VAULT_CHECK" USING LS-REYDB-DATABASE-NAME
                                       LS-VAULT-GENERATION
                                       LS-VAULT-VOLUME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.
           MOVE SPACE            TO LS-VAULT-VOLUME.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           IF LS-VAULT-GENERATION EQUAL SPACE
              MOVE ".bak" TO WS-VLT-GENERATION
           ELSE
              MOVE LS-VAULT-GENERATION TO WS-VLT-GENERATION
           END-IF.

           OPEN INPUT FC-VAULT.

           IF WS-VAULT-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           MOVE 'N'  TO WS-VLT-OUT-FOUND WS-VLT-EOF.
           MOVE ZERO TO WS-VLT-OUT-TAKEN.

           MOVE WS-VLT-RESOLVED-NAME TO FS-VAULT-DATABASE.
           MOVE SPACE                TO FS-VAULT-VOLUME.

           START FC-VAULT KEY IS NOT LESS THAN FS-VAULT-KEY

           INVALID KEY

               CONTINUE

           NOT INVALID KEY

               PERFORM UNTIL WS-VLT-EOF EQUAL 'S'

                   READ FC-VAULT NEXT RECORD

                   AT END
                       MOVE 'S' TO WS-VLT-EOF

                   NOT AT END
                       IF FS-VAULT-DATABASE NOT EQUAL
                          WS-VLT-RESOLVED-NAME
                          MOVE 'S' TO WS-VLT-EOF
                       ELSE
                          PERFORM 2000-CHECK-ONE
                             THRU 2000-CHECK-ONE-EXIT
                       END-IF
                   END-READ

               END-PERFORM

           END-START.

           CLOSE FC-VAULT.

           IF WS-VLT-OUT-FOUND EQUAL 'Y'
              MOVE WS-VLT-OUT-VOLUME      TO LS-VAULT-VOLUME
              MOVE WS-REYDB-RECALL-NEEDED TO LS-REYDB-RESULT
              PERFORM 2100-RAISE-ALERT THRU 2100-RAISE-ALERT-EXIT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the caller's database name - blank follows the    ***
      *** usual "reymon.db" default.                                 ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-VLT-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-VLT-RESOLVED-NAME
           END-IF.

           ACCEPT WS-VLT-TODAY FROM DATE YYYYMMDD.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The backup file holding the generation in hand. The        ***
      *** default database's current generation is the backup.dat   ***
      *** REYDB_BACKUP has always written for it.                    ***
      ******************************************************************
       0150-BACKUP-NAME.

           IF WS-VLT-RESOLVED-NAME EQUAL "reymon.db"
              AND WS-VLT-GENERATION EQUAL ".bak"
              MOVE "backup.dat" TO WS-VLT-BACKUP-NAME
              GO TO 0150-BACKUP-NAME-EXIT
           END-IF.

           MOVE SPACE TO WS-VLT-BACKUP-NAME.
           STRING WS-VLT-RESOLVED-NAME DELIMITED BY SPACE
                  WS-VLT-GENERATION    DELIMITED BY SPACE
             INTO WS-VLT-BACKUP-NAME.

       0150-BACKUP-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The day the generation in hand was taken - the day its     ***
      *** backup file was last written. Zero when it is not on disk. ***
      ******************************************************************
       0200-TAKEN-DATE.

           MOVE ZERO TO WS-VLT-TAKEN.

           CALL "CBL_CHECK_FILE_EXIST" USING WS-VLT-BACKUP-NAME
                                             WS-VLT-FILE-INFO
               RETURNING WS-VLT-EXIST-RC
           END-CALL.

           IF WS-VLT-EXIST-RC NOT EQUAL ZERO
              GO TO 0200-TAKEN-DATE-EXIT
           END-IF.

           COMPUTE WS-VLT-TAKEN = (WS-VLT-FILE-YEAR * 10000)
                                + (WS-VLT-FILE-MONTH * 100)
                                + WS-VLT-FILE-DAY.

       0200-TAKEN-DATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The register opened for update - created empty the first   ***
      *** time anything is filed in it.                              ***
      ******************************************************************
       0300-OPEN-REGISTER.

           OPEN I-O FC-VAULT.

           IF WS-VAULT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-VAULT
              CLOSE FC-VAULT
              OPEN I-O FC-VAULT
           END-IF.

       0300-OPEN-REGISTER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The database's retention rule into WS-VLT-RULE-*, blank    ***
      *** when none is set.                                          ***
      ******************************************************************
       0400-READ-RULE.

           MOVE 'N'   TO WS-VLT-RULE-FOUND.
           MOVE SPACE TO WS-VLT-RULE-GENERATION WS-VLT-RULE-LOCATION.
           MOVE ZERO  TO WS-VLT-RULE-DAYS.

           MOVE WS-VLT-RESOLVED-NAME TO FS-VAULT-DATABASE.
           MOVE SPACE                TO FS-VAULT-VOLUME.

           READ FC-VAULT

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               MOVE 'Y'                      TO WS-VLT-RULE-FOUND
               MOVE FS-VAULT-RULE-GENERATION TO WS-VLT-RULE-GENERATION
               MOVE FS-VAULT-RULE-DAYS       TO WS-VLT-RULE-DAYS
               MOVE FS-VAULT-RULE-LOCATION   TO WS-VLT-RULE-LOCATION

           END-READ.

       0400-READ-RULE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The caller's rule onto the rule record in hand.            ***
      ******************************************************************
       0500-SET-RULE.

           MOVE WS-VLT-RESOLVED-NAME TO FS-VAULT-DATABASE.
           MOVE SPACE                TO FS-VAULT-VOLUME.
           MOVE SPACE                TO FS-VAULT-RULE.

           IF LS-VAULT-GENERATION EQUAL SPACE
              MOVE ".bak" TO FS-VAULT-RULE-GENERATION
           ELSE
              MOVE LS-VAULT-GENERATION TO FS-VAULT-RULE-GENERATION
           END-IF.

           MOVE LS-VAULT-DAYS     TO FS-VAULT-RULE-DAYS.
           MOVE LS-VAULT-LOCATION TO FS-VAULT-RULE-LOCATION.

       0500-SET-RULE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The volume entry in hand filled in as shipped today, due   ***
      *** back after the rule's days - or held until recalled when   ***
      *** the database has no days set.                              ***
      ******************************************************************
       0600-SET-SHIPPED.

           MOVE WS-VLT-RESOLVED-NAME TO FS-VAULT-DATABASE.
           MOVE LS-VAULT-VOLUME      TO FS-VAULT-VOLUME.

           MOVE WS-VLT-GENERATION TO FS-VAULT-GENERATION.
           MOVE WS-VLT-TAKEN      TO FS-VAULT-TAKEN.
           MOVE WS-VLT-TODAY      TO FS-VAULT-SHIPPED.
           MOVE WS-VLT-LOCATION   TO FS-VAULT-LOCATION.
           MOVE 'O'               TO FS-VAULT-STATUS.
           MOVE ZERO TO FS-VAULT-RECALL-DATE FS-VAULT-HOME-DATE.

           MOVE WS-VLT-RULE-DAYS TO WS-VLT-DAYS.
           PERFORM 0900-DUE-DATE THRU 0900-DUE-DATE-EXIT.
           MOVE WS-VLT-DUE TO FS-VAULT-RETURN-DUE.

           PERFORM 0800-STAMP THRU 0800-STAMP-EXIT.

       0600-SET-SHIPPED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The register opened and the caller's volume read, for a    ***
      *** recall or a return. NOT-FOUND when it was never shipped.   ***
      ******************************************************************
       0700-READ-VOLUME.

           PERFORM 0300-OPEN-REGISTER THRU 0300-OPEN-REGISTER-EXIT.

           IF WS-VAULT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GO TO 0700-READ-VOLUME-EXIT
           END-IF.

           IF LS-VAULT-VOLUME EQUAL SPACE
              CLOSE FC-VAULT
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0700-READ-VOLUME-EXIT
           END-IF.

           MOVE WS-VLT-RESOLVED-NAME TO FS-VAULT-DATABASE.
           MOVE LS-VAULT-VOLUME      TO FS-VAULT-VOLUME.

           READ FC-VAULT

           INVALID KEY
               CLOSE FC-VAULT
               MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-READ.

       0700-READ-VOLUME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The entry in hand stamped with who touched it last, and    ***
      *** when.                                                      ***
      ******************************************************************
       0800-STAMP.

           MOVE SPACE TO WS-VLT-USER.

           CALL "REYDB_WHOAMI" USING WS-VLT-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           MOVE WS-VLT-USER TO FS-VAULT-SET-BY.

           ACCEPT WS-VLT-TIME FROM TIME.

           MOVE WS-VLT-TODAY TO FS-VAULT-SET-TS (1:8).
           MOVE WS-VLT-TIME  TO FS-VAULT-SET-TS (9:8).

       0800-STAMP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Today plus WS-VLT-DAYS into WS-VLT-DUE - zero when no days ***
      *** are set, since such a copy stays until it is recalled.     ***
      ******************************************************************
       0900-DUE-DATE.

           MOVE ZERO TO WS-VLT-DUE.

           IF WS-VLT-DAYS EQUAL ZERO
              GO TO 0900-DUE-DATE-EXIT
           END-IF.

           MOVE WS-VLT-TODAY TO WS-VLT-CAL-N.

           PERFORM 0950-NEXT-DAY THRU 0950-NEXT-DAY-EXIT
                   WS-VLT-DAYS TIMES.

           MOVE WS-VLT-CAL-N TO WS-VLT-DUE.

       0900-DUE-DATE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-VLT-CAL moved on one day, over month and year ends and  ***
      *** the leap day.                                              ***
      ******************************************************************
       0950-NEXT-DAY.

           MOVE WS-VLT-MONTH-DAYS (WS-VLT-CAL-MONTH) TO WS-VLT-LAST-DAY.

           IF WS-VLT-CAL-MONTH EQUAL 2
              DIVIDE WS-VLT-CAL-YEAR BY 4 GIVING WS-VLT-LEAP-QUOT
                     REMAINDER WS-VLT-LEAP-REM
              IF WS-VLT-LEAP-REM EQUAL ZERO
                 MOVE 29 TO WS-VLT-LAST-DAY
                 DIVIDE WS-VLT-CAL-YEAR BY 100 GIVING WS-VLT-LEAP-QUOT
                        REMAINDER WS-VLT-LEAP-REM
                 IF WS-VLT-LEAP-REM EQUAL ZERO
                    MOVE 28 TO WS-VLT-LAST-DAY
                    DIVIDE WS-VLT-CAL-YEAR BY 400
                           GIVING WS-VLT-LEAP-QUOT
                           REMAINDER WS-VLT-LEAP-REM
                    IF WS-VLT-LEAP-REM EQUAL ZERO
                       MOVE 29 TO WS-VLT-LAST-DAY
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-VLT-CAL-DAY LESS THAN WS-VLT-LAST-DAY
              ADD 1 TO WS-VLT-CAL-DAY
              GO TO 0950-NEXT-DAY-EXIT
           END-IF.

           MOVE 1 TO WS-VLT-CAL-DAY.

           IF WS-VLT-CAL-MONTH LESS THAN 12
              ADD 1 TO WS-VLT-CAL-MONTH
           ELSE
              MOVE 1 TO WS-VLT-CAL-MONTH
              ADD 1 TO WS-VLT-CAL-YEAR
           END-IF.

       0950-NEXT-DAY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One register entry on the pick list's walk. A new database ***
      *** settles the last one's SEND first; its rule looks for the  ***
      *** ruled generation on disk; each volume clears that SEND if  ***
      *** it already holds the same day's generation, and is itself  ***
      *** chased back when recalled or when its days are up.         ***
      ******************************************************************
       1000-PICK-ONE.

           IF FS-VAULT-DATABASE NOT EQUAL WS-VLT-CUR-DATABASE
              PERFORM 1100-FLUSH-SEND THRU 1100-FLUSH-SEND-EXIT
              MOVE FS-VAULT-DATABASE TO WS-VLT-CUR-DATABASE
              MOVE 'N'               TO WS-VLT-SEND-PENDING
           END-IF.

           IF FS-VAULT-VOLUME EQUAL SPACE
              MOVE FS-VAULT-DATABASE        TO WS-VLT-RESOLVED-NAME
              MOVE FS-VAULT-RULE-GENERATION TO WS-VLT-GENERATION
              PERFORM 0150-BACKUP-NAME THRU 0150-BACKUP-NAME-EXIT
              PERFORM 0200-TAKEN-DATE  THRU 0200-TAKEN-DATE-EXIT
              IF WS-VLT-TAKEN NOT EQUAL ZERO
                 MOVE 'Y'                    TO WS-VLT-SEND-PENDING
                 MOVE WS-VLT-GENERATION      TO WS-VLT-SEND-GEN
                 MOVE WS-VLT-TAKEN           TO WS-VLT-SEND-TAKEN
                 MOVE FS-VAULT-RULE-LOCATION TO WS-VLT-SEND-LOCATION
                 MOVE FS-VAULT-RULE-DAYS     TO WS-VLT-DAYS
                 PERFORM 0900-DUE-DATE THRU 0900-DUE-DATE-EXIT
                 MOVE WS-VLT-DUE             TO WS-VLT-SEND-DUE
              END-IF
              GO TO 1000-PICK-ONE-EXIT
           END-IF.

           IF WS-VLT-SEND-PENDING EQUAL 'Y'
              AND FS-VAULT-GENERATION EQUAL WS-VLT-SEND-GEN
              AND FS-VAULT-TAKEN EQUAL WS-VLT-SEND-TAKEN
              MOVE 'N' TO WS-VLT-SEND-PENDING
           END-IF.

           IF FS-VAULT-IS-RECALLED
              MOVE SPACE                TO FS-VAULT-PCK-RECORD
              MOVE "RECALL"             TO FS-VAULT-PCK-ACTION
              PERFORM 1200-VOLUME-LINE THRU 1200-VOLUME-LINE-EXIT
              GO TO 1000-PICK-ONE-EXIT
           END-IF.

           IF FS-VAULT-IS-OFFSITE
              AND FS-VAULT-RETURN-DUE NOT EQUAL ZERO
              AND FS-VAULT-RETURN-DUE NOT GREATER THAN WS-VLT-TODAY
              MOVE SPACE                TO FS-VAULT-PCK-RECORD
              MOVE "RETURN"             TO FS-VAULT-PCK-ACTION
              PERFORM 1200-VOLUME-LINE THRU 1200-VOLUME-LINE-EXIT
           END-IF.

       1000-PICK-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The database just walked past still has its generation to  ***
      *** send - the volume is the operator's to pick, so it is left ***
      *** blank; the due day is the one shipping today would set.    ***
      ******************************************************************
       1100-FLUSH-SEND.

           IF WS-VLT-SEND-PENDING NOT EQUAL 'Y'
              GO TO 1100-FLUSH-SEND-EXIT
           END-IF.

           MOVE SPACE                       TO FS-VAULT-PCK-RECORD.
           MOVE WS-VLT-CUR-DATABASE (1:40)  TO FS-VAULT-PCK-DATABASE.
           MOVE WS-VLT-SEND-GEN             TO FS-VAULT-PCK-GENERATION.
           MOVE "SEND"                      TO FS-VAULT-PCK-ACTION.
           MOVE WS-VLT-SEND-LOCATION        TO FS-VAULT-PCK-LOCATION.
           MOVE WS-VLT-SEND-TAKEN           TO FS-VAULT-PCK-TAKEN.
           MOVE WS-VLT-SEND-DUE             TO FS-VAULT-PCK-DUE.

           WRITE FS-VAULT-PCK-RECORD.
           ADD 1 TO WS-VLT-LINES.

           MOVE 'N' TO WS-VLT-SEND-PENDING.

       1100-FLUSH-SEND-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** A volume's line on the pick list - its action already set. ***
      ******************************************************************
       1200-VOLUME-LINE.

           MOVE FS-VAULT-DATABASE (1:40) TO FS-VAULT-PCK-DATABASE.
           MOVE FS-VAULT-GENERATION      TO FS-VAULT-PCK-GENERATION.
           MOVE FS-VAULT-VOLUME          TO FS-VAULT-PCK-VOLUME.
           MOVE FS-VAULT-LOCATION        TO FS-VAULT-PCK-LOCATION.
           MOVE FS-VAULT-TAKEN           TO FS-VAULT-PCK-TAKEN.
           MOVE FS-VAULT-RETURN-DUE      TO FS-VAULT-PCK-DUE.

           WRITE FS-VAULT-PCK-RECORD.
           ADD 1 TO WS-VLT-LINES.

       1200-VOLUME-LINE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One of the database's entries against the generation a     ***
      *** restore wants - the latest-taken copy of it not yet home   ***
      *** is the one to recall.                                      ***
      ******************************************************************
       2000-CHECK-ONE.

           IF FS-VAULT-VOLUME EQUAL SPACE
           OR FS-VAULT-GENERATION NOT EQUAL WS-VLT-GENERATION
           OR FS-VAULT-IS-HOME
              GO TO 2000-CHECK-ONE-EXIT
           END-IF.

           IF WS-VLT-OUT-FOUND EQUAL 'Y'
              AND FS-VAULT-TAKEN NOT GREATER THAN WS-VLT-OUT-TAKEN
              GO TO 2000-CHECK-ONE-EXIT
           END-IF.

           MOVE 'Y'               TO WS-VLT-OUT-FOUND.
           MOVE FS-VAULT-TAKEN    TO WS-VLT-OUT-TAKEN.
           MOVE FS-VAULT-VOLUME   TO WS-VLT-OUT-VOLUME.
           MOVE FS-VAULT-LOCATION TO WS-VLT-OUT-LOCATION.

       2000-CHECK-ONE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The recall warning onto the operator alert file - the      ***
      *** volume to bring back and the vault holding it.             ***
      ******************************************************************
       2100-RAISE-ALERT.

           OPEN EXTEND FC-ALERT.

           IF WS-ALERT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-ALERT
           END-IF.

           MOVE 'W'                    TO FS-ALERT-SEVERITY.
           MOVE "REYDB_VAULT"          TO FS-ALERT-PROGRAM.
           MOVE WS-VLT-RESOLVED-NAME   TO FS-ALERT-DATABASE.
           MOVE WS-REYDB-RECALL-NEEDED TO FS-ALERT-RESULT.

           MOVE SPACE TO FS-ALERT-TEXT.
           STRING "RECALL "           DELIMITED BY SIZE
                  WS-VLT-OUT-VOLUME   DELIMITED BY SPACE
                  " FROM "            DELIMITED BY SIZE
                  WS-VLT-OUT-LOCATION DELIMITED BY "  "
             INTO FS-ALERT-TEXT.

           MOVE ZERO TO FS-ALERT-RUN-ID FS-ALERT-SNAP-SEQ.

           WRITE FS-ALERT-RECORD.

           CLOSE FC-ALERT.

       2100-RAISE-ALERT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-VAULT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-VAULT-PCK-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
