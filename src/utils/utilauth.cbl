      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    utilauth.cbl       ***
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
       PROGRAM-ID. REYDB_UTILAUTH IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Utility authority. REYDB_AUTHCHECK guards a database's     ***
      *** records, but the destructive and administrative programs  ***
      *** - REYDB_DROP, REYDB_PURGE, REYDB_ERASE, REYDB_RESTORE,     ***
      *** REYDB_REKEY, REYDB_REORG and the forced gate release       ***
      *** REYDB_ENQ_RELEASE - ran for anybody who could run a        ***
      *** program. utilauth.dat lists which users may run which of  ***
      *** them, on one named database or on every database ("*").   ***
      ***                                                            ***
      *** The primary entry is the check each of those programs      ***
      *** makes on entry, and REYDB_CONSOLE makes before it offers   ***
      *** an option. A program nobody holds authority for stays open ***
      *** to everyone, the same way REYDB_ROLE_CHECK treats a role   ***
      *** nobody holds - nothing changes until the first grant.      ***
      *** Once anybody holds it, only its holders pass, and nobody   ***
      *** signed on never does. The caller journals a refusal.       ***
      ***                                                            ***
      *** REYDB_UTILAUTH_GRANT / _REVOKE maintain the file. Both are ***
      *** done by a named person who may run the program themselves ***
      *** (anybody may make the first grant of an ungoverned one),   ***
      *** and nobody grants to themselves. REYDB_UTILAUTH_REPORT     ***
      *** lists the file onto utilauth.rpt for the access review.    ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-utilauth.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-utilauth.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-utilauth.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_UTILAUTH".

      *** Who is asking, and when.
       77 WS-UTA-ME              PIC X(08) VALUE SPACE.
       77 WS-REYDB-RESULT-WHOAMI PIC 9(18) VALUE ZERO.
       77 WS-UTA-DATE            PIC 9(08) VALUE ZERO.
       77 WS-UTA-TIME            PIC 9(08) VALUE ZERO.
       77 WS-UTA-STAMP           PIC X(16) VALUE SPACE.

      *** The blank-means-"reymon.db" convention, resolved once.
       77 WS-UTA-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** The question 0300-MAY-RUN answers - may WS-UTA-WHO run
      *** WS-UTA-PROGRAM against WS-UTA-RESOLVED-NAME - and its two
      *** answers.
       77 WS-UTA-PROGRAM  PIC X(18) VALUE SPACE.
       77 WS-UTA-WHO      PIC X(08) VALUE SPACE.
       77 WS-UTA-GOVERNED PIC X(01) VALUE 'N'.
       77 WS-UTA-MAY      PIC X(01) VALUE 'N'.

      *** The journal's key field for a refused grant - the grantee.
       77 WS-UTA-JRNL-KEY PIC X(18) VALUE SPACE.

       77 WS-UTA-LINES PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-UTA-EOF   PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

      *** The utility program asked about, by its CALL name.
       77 LS-UTILAUTH-PROGRAM PIC X(18) VALUE SPACE.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The user being granted or revoked.
       77 LS-UTILAUTH-USER PIC X(08) VALUE SPACE.

       77 LS-REYDB-LINE-COUNT PIC 9(05) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - may the signed-on user run this      ***
      *** utility against this database.                             ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-UTILAUTH-PROGRAM
                                    LS-REYDB-DATABASE-NAME
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.

           MOVE SPACE TO WS-UTA-ME.

           CALL "REYDB_WHOAMI" USING WS-UTA-ME
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

           MOVE LS-UTILAUTH-PROGRAM TO WS-UTA-PROGRAM.
           MOVE WS-UTA-ME           TO WS-UTA-WHO.

           OPEN INPUT FC-UTILAUTH.

      *** No authority file at all - every utility is still open.
           IF WS-UTILAUTH-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0300-MAY-RUN THRU 0300-MAY-RUN-EXIT.

           CLOSE FC-UTILAUTH.

           IF WS-UTA-MAY EQUAL 'Y'
              MOVE WS-REYDB-SUCCESS        TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - grants (or refreshes) one user's      ***
      *** authority to run one utility, on one database or "*".      ***
      ******************************************************************
       ENTRY "REYDB_UTILAUTH_GRANT" USING LS-UTILAUTH-USER
                                          LS-UTILAUTH-PROGRAM
                                          LS-REYDB-DATABASE-NAME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-UTILAUTH-USER    EQUAL SPACE
           OR LS-UTILAUTH-PROGRAM EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 0200-WHO-IS-ASKING THRU 0200-WHO-IS-ASKING-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           MOVE LS-UTILAUTH-USER TO WS-UTA-JRNL-KEY.

           IF WS-UTA-ME EQUAL LS-UTILAUTH-USER
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-UTA-ME
                                               WS-SECJRNL-PROGRAM
                                               WS-UTA-RESOLVED-NAME
                                               WS-UTA-JRNL-KEY
                                               WS-SECJRNL-MAKER-CHECK
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           OPEN I-O FC-UTILAUTH.

      *** First grant ever - utilauth.dat self-creates.
           IF WS-UTILAUTH-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-UTILAUTH
              CLOSE FC-UTILAUTH
              OPEN I-O FC-UTILAUTH
           END-IF.

      *** Only a holder hands a governed utility on.
           MOVE LS-UTILAUTH-PROGRAM TO WS-UTA-PROGRAM.
           MOVE WS-UTA-ME           TO WS-UTA-WHO.

           PERFORM 0300-MAY-RUN THRU 0300-MAY-RUN-EXIT.

           IF WS-UTA-MAY NOT EQUAL 'Y'
              CLOSE FC-UTILAUTH
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-UTA-ME
                                               WS-SECJRNL-PROGRAM
                                               WS-UTA-RESOLVED-NAME
                                               WS-UTA-JRNL-KEY
                                               WS-SECJRNL-UTILITY
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           MOVE LS-UTILAUTH-PROGRAM  TO FS-UTILAUTH-PROGRAM.
           MOVE LS-UTILAUTH-USER     TO FS-UTILAUTH-USER.
           MOVE WS-UTA-RESOLVED-NAME TO FS-UTILAUTH-DATABASE.
           MOVE WS-UTA-ME            TO FS-UTILAUTH-GRANTED-BY.
           MOVE WS-UTA-STAMP         TO FS-UTILAUTH-TIMESTAMP.

           WRITE FS-UTILAUTH-RECORD

           INVALID KEY *> Already held - refresh who granted it

               REWRITE FS-UTILAUTH-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-UTILAUTH.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - takes one user's authority back off.   ***
      *** The last holder going leaves the utility open again, so a  ***
      *** holder cannot revoke themselves out of it.                 ***
      ******************************************************************
       ENTRY "REYDB_UTILAUTH_REVOKE" USING LS-UTILAUTH-USER
                                           LS-UTILAUTH-PROGRAM
                                           LS-REYDB-DATABASE-NAME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 0200-WHO-IS-ASKING THRU 0200-WHO-IS-ASKING-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           MOVE LS-UTILAUTH-USER TO WS-UTA-JRNL-KEY.

           IF WS-UTA-ME EQUAL LS-UTILAUTH-USER
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-UTA-ME
                                               WS-SECJRNL-PROGRAM
                                               WS-UTA-RESOLVED-NAME
                                               WS-UTA-JRNL-KEY
                                               WS-SECJRNL-MAKER-CHECK
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           OPEN I-O FC-UTILAUTH.

           IF WS-UTILAUTH-FILE-STATUS EQUAL "35"
      *** No authority file - nothing was granted, nothing to revoke.
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-UTILAUTH-PROGRAM TO WS-UTA-PROGRAM.
           MOVE WS-UTA-ME           TO WS-UTA-WHO.

           PERFORM 0300-MAY-RUN THRU 0300-MAY-RUN-EXIT.

           IF WS-UTA-MAY NOT EQUAL 'Y'
              CLOSE FC-UTILAUTH
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-UTA-ME
                                               WS-SECJRNL-PROGRAM
                                               WS-UTA-RESOLVED-NAME
                                               WS-UTA-JRNL-KEY
                                               WS-SECJRNL-UTILITY
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           MOVE LS-UTILAUTH-PROGRAM  TO FS-UTILAUTH-PROGRAM.
           MOVE LS-UTILAUTH-USER     TO FS-UTILAUTH-USER.
           MOVE WS-UTA-RESOLVED-NAME TO FS-UTILAUTH-DATABASE.

           DELETE FC-UTILAUTH RECORD

           INVALID KEY *> Was never held - not an error
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-UTILAUTH.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - the whole file onto utilauth.rpt,     ***
      *** program by program, for the periodic access review.        ***
      ******************************************************************
       ENTRY "REYDB_UTILAUTH_REPORT" USING LS-REYDB-LINE-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-UTA-LINES.
           MOVE 'N'  TO WS-UTA-EOF.

           OPEN OUTPUT FC-UTILRPT.
           OPEN INPUT  FC-UTILAUTH.

           IF WS-UTILAUTH-FILE-STATUS EQUAL "00"

              PERFORM UNTIL WS-UTA-EOF EQUAL 'S'
                  READ FC-UTILAUTH NEXT RECORD
                  AT END
                      MOVE 'S' TO WS-UTA-EOF
                  NOT AT END
                      MOVE SPACE                  TO FS-UTILRPT-RECORD
                      MOVE FS-UTILAUTH-PROGRAM    TO FS-UTILRPT-PROGRAM
                      MOVE FS-UTILAUTH-USER       TO FS-UTILRPT-USER
                      MOVE FS-UTILAUTH-DATABASE   TO FS-UTILRPT-DATABASE
                      MOVE FS-UTILAUTH-GRANTED-BY
                        TO FS-UTILRPT-GRANTED-BY
                      MOVE FS-UTILAUTH-TIMESTAMP
                        TO FS-UTILRPT-TIMESTAMP
                      WRITE FS-UTILRPT-RECORD
                      ADD 1 TO WS-UTA-LINES
                  END-READ
              END-PERFORM

              CLOSE FC-UTILAUTH

           END-IF.

           CLOSE FC-UTILRPT.

           MOVE WS-UTA-LINES     TO LS-REYDB-LINE-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once, so   ***
      *** a grant and the check it answers spell the name alike.     ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-UTA-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-UTA-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The signed-on identity and a stamp - authority is granted  ***
      *** and revoked by a named person.                             ***
      ******************************************************************
       0200-WHO-IS-ASKING.

           MOVE SPACE TO WS-UTA-ME.

           CALL "REYDB_WHOAMI" USING WS-UTA-ME
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

           IF WS-UTA-ME EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-UTA-RESOLVED-NAME
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GO TO 0200-WHO-IS-ASKING-EXIT
           END-IF.

           ACCEPT WS-UTA-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-UTA-TIME FROM TIME.

           MOVE WS-UTA-DATE TO WS-UTA-STAMP (1:8).
           MOVE WS-UTA-TIME TO WS-UTA-STAMP (9:8).

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0200-WHO-IS-ASKING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** May WS-UTA-WHO run WS-UTA-PROGRAM on WS-UTA-RESOLVED-NAME, ***
      *** FC-UTILAUTH open. An ungoverned program - nobody holds it  ***
      *** anywhere - is open to all; a governed one needs a row for  ***
      *** the user on this database or on "*".                       ***
      ******************************************************************
       0300-MAY-RUN.

           MOVE 'N' TO WS-UTA-GOVERNED WS-UTA-MAY.

      *** Anybody at all holding it - program-first keys put them
      *** together.
           MOVE WS-UTA-PROGRAM TO FS-UTILAUTH-PROGRAM.
           MOVE LOW-VALUES     TO FS-UTILAUTH-USER
                                  FS-UTILAUTH-DATABASE.

           START FC-UTILAUTH KEY IS GREATER THAN FS-UTILAUTH-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ FC-UTILAUTH NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-UTILAUTH-PROGRAM EQUAL WS-UTA-PROGRAM
                      MOVE 'Y' TO WS-UTA-GOVERNED
                   END-IF
               END-READ
           END-START.

           IF WS-UTA-GOVERNED NOT EQUAL 'Y'
              MOVE 'Y' TO WS-UTA-MAY
              GO TO 0300-MAY-RUN-EXIT
           END-IF.

           IF WS-UTA-WHO EQUAL SPACE
              GO TO 0300-MAY-RUN-EXIT
           END-IF.

           MOVE WS-UTA-PROGRAM       TO FS-UTILAUTH-PROGRAM.
           MOVE WS-UTA-WHO           TO FS-UTILAUTH-USER.
           MOVE WS-UTA-RESOLVED-NAME TO FS-UTILAUTH-DATABASE.

           READ FC-UTILAUTH KEY IS FS-UTILAUTH-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-UTA-MAY
               GO TO 0300-MAY-RUN-EXIT
           END-READ.

           MOVE "*" TO FS-UTILAUTH-DATABASE.

           READ FC-UTILAUTH KEY IS FS-UTILAUTH-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-UTA-MAY
           END-READ.

       0300-MAY-RUN-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-UTILAUTH-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-UTILRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
