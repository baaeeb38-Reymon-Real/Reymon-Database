      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    sod.cbl            ***
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
       PROGRAM-ID. REYDB_SOD_RULE IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Segregation of duties. Some rights must never meet in one  ***
      *** person - update on a protected database plus the approval  ***
      *** checker's role, legal-hold release plus erase, control-    ***
      *** file changes plus approving them. sodrule.dat lists those  ***
      *** toxic pairs (REYDB_SOD_RULE / REYDB_SOD_DROP); a right is  ***
      *** either an access level on a database (any database with    ***
      *** "*") or one of the functional roles on roles.dat.          ***
      ***                                                            ***
      *** REYDB_SOD_CHECK is asked before a grant lands - by         ***
      *** REYDB_GRANT for access levels, by REYDB_ROLE_GRANT here    ***
      *** for roles - and refuses the one that would complete a pair ***
      *** unless REYDB_SOD_OVERRIDE has recorded, with a reason,     ***
      *** that this user may hold both. REYDB_SOD_REPORT is the      ***
      *** batch list of every user currently holding both sides of a ***
      *** rule, overridden or not.                                   ***
      ***                                                            ***
      *** REYDB_ROLE_CHECK is the gate the role-guarded programs     ***
      *** call. A role nobody holds stays open to every signed-on    ***
      *** user, so nothing changes until the first role is granted.  ***
      ***                                                            ***
      *** REYDB_SOD_CHECK is called from inside REYDB_SIGNON and so  ***
      *** never asks REYDB_WHOAMI anything - the caller names the    ***
      *** user.                                                      ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-sod.cpy".
       COPY "file/control/reydb-signon.cpy".
       COPY "file/control/reydb-catalog.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-sod.cpy".
       COPY "file/section/reydb-signon.cpy".
       COPY "file/section/reydb-catalog.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-sod.cpy".
       COPY "data/working/reydb-signon.cpy".
       COPY "data/working/reydb-catalog.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_SOD".

      *** Who is asking, and when.
       77 WS-SOD-ME              PIC X(08) VALUE SPACE.
       77 WS-REYDB-RESULT-WHOAMI PIC 9(18) VALUE ZERO.
       77 WS-SOD-DATE            PIC 9(08) VALUE ZERO.
       77 WS-SOD-TIME            PIC 9(08) VALUE ZERO.
       77 WS-SOD-STAMP           PIC X(16) VALUE SPACE.

      *** The journal's key field for a refused override or grant.
       77 WS-SOD-JRNL-KEY PIC X(18) VALUE SPACE.

      *** One side of a rule being validated, matched or tested -
      *** database SPACE for a role, a name or "*" for a level.
       77 WS-SOD-S-DB   PIC X(64) VALUE SPACE.
       77 WS-SOD-S-CODE PIC X(08) VALUE SPACE.
       77 WS-SOD-VALID  PIC X(01) VALUE 'N'.

      *** The right about to be granted, and to whom.
       77 WS-SOD-N-DB   PIC X(64) VALUE SPACE.
       77 WS-SOD-N-CODE PIC X(08) VALUE SPACE.
       77 WS-SOD-USER   PIC X(08) VALUE SPACE.

      *** Outcomes of the side tests.
       77 WS-SOD-MATCH      PIC X(01) VALUE 'N'.
       77 WS-SOD-HOLDS      PIC X(01) VALUE 'N'.
       77 WS-SOD-HOLDS-A    PIC X(01) VALUE 'N'.
       77 WS-SOD-OVERRIDDEN PIC X(01) VALUE 'N'.
       77 WS-SOD-FOUND      PIC X(01) VALUE SPACE.

      *** Access-level ranks - R=1, U=2, A=3, anything else zero.
       77 WS-SOD-LEVEL       PIC X(01) VALUE SPACE.
       77 WS-SOD-RANK        PIC 9(01) VALUE ZERO.
       77 WS-SOD-NEEDED-RANK PIC 9(01) VALUE ZERO.
       77 WS-SOD-HELD-RANK   PIC 9(01) VALUE ZERO.

      *** The database whose access list is being probed.
       77 WS-SOD-PROBE-DB PIC X(64) VALUE SPACE.

      *** Every user holding any right at all, for the report.
       77 WS-SOD-USER-COUNT PIC 9(03) COMP-5 VALUE ZERO.

       01 WS-SOD-USER-TABLE.
          02 WS-SOD-T-USER PIC X(08) OCCURS 500 TIMES.

       77 WS-SOD-IDX   PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-SOD-SLOT  PIC 9(03) COMP-5 VALUE ZERO.
       77 WS-SOD-LINES PIC 9(05) COMP-5 VALUE ZERO.

       77 WS-SOD-EOF      PIC X(01) VALUE 'N'.
       77 WS-SOD-CAT-EOF  PIC X(01) VALUE 'N'.
       77 WS-SOD-ACC-EOF  PIC X(01) VALUE 'N'.
       77 WS-SOD-ROLE-EOF PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** One rule being defined or dropped.
       77 LS-SOD-ID         PIC X(08) VALUE SPACE.
       77 LS-SOD-A-DATABASE PIC X(64) VALUE SPACE.
       77 LS-SOD-A-CODE     PIC X(08) VALUE SPACE.
       77 LS-SOD-B-DATABASE PIC X(64) VALUE SPACE.
       77 LS-SOD-B-CODE     PIC X(08) VALUE SPACE.
       77 LS-SOD-TEXT       PIC X(40) VALUE SPACE.

      *** A grant's subject - the user and the level or role.
       77 LS-SOD-USER PIC X(08) VALUE SPACE.
       77 LS-SOD-CODE PIC X(08) VALUE SPACE.

      *** Handed back by REYDB_SOD_CHECK - the rule broken.
       77 LS-SOD-RULE PIC X(08) VALUE SPACE.

       77 LS-REYDB-LINE-COUNT PIC 9(05) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-NOT-AUTHORIZED  VALUE 18.
          88 LS-REYDB-RESULT-IS-SOD-CONFLICT    VALUE 32.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - declares (or refreshes) one rule.    ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-SOD-ID
                                    LS-SOD-A-DATABASE
                                    LS-SOD-A-CODE
                                    LS-SOD-B-DATABASE
                                    LS-SOD-B-CODE
                                    LS-SOD-TEXT
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-SOD-ID EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-SOD-A-DATABASE TO WS-SOD-S-DB.
           MOVE LS-SOD-A-CODE     TO WS-SOD-S-CODE.

           PERFORM 0200-VALIDATE-SIDE THRU 0200-VALIDATE-SIDE-EXIT.

           IF WS-SOD-VALID NOT EQUAL 'Y'
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-SOD-B-DATABASE TO WS-SOD-S-DB.
           MOVE LS-SOD-B-CODE     TO WS-SOD-S-CODE.

           PERFORM 0200-VALIDATE-SIDE THRU 0200-VALIDATE-SIDE-EXIT.

           IF WS-SOD-VALID NOT EQUAL 'Y'
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-SODRULE.

      *** First rule ever - sodrule.dat self-creates.
           IF WS-SODRULE-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-SODRULE
              CLOSE FC-SODRULE
              OPEN I-O FC-SODRULE
           END-IF.

           MOVE LS-SOD-ID         TO FS-SODRULE-ID.
           MOVE LS-SOD-A-DATABASE TO FS-SODRULE-A-DATABASE.
           MOVE LS-SOD-A-CODE     TO FS-SODRULE-A-CODE.
           MOVE LS-SOD-B-DATABASE TO FS-SODRULE-B-DATABASE.
           MOVE LS-SOD-B-CODE     TO FS-SODRULE-B-CODE.
           MOVE LS-SOD-TEXT       TO FS-SODRULE-TEXT.

           WRITE FS-SODRULE-RECORD

           INVALID KEY *> Rule already declared - refresh it

               REWRITE FS-SODRULE-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-SODRULE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - drops one rule. Overrides recorded    ***
      *** under it stay on file as history.                          ***
      ******************************************************************
       ENTRY "REYDB_SOD_DROP" USING LS-SOD-ID.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-SODRULE.

           IF WS-SODRULE-FILE-STATUS EQUAL "35"
      *** No rules - nothing to drop.
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-SOD-ID TO FS-SODRULE-ID.

           DELETE FC-SODRULE RECORD

           INVALID KEY *> Was never declared - not an error
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-SODRULE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - would granting this level on this      ***
      *** database (or, with a SPACE database, this role) to this    ***
      *** user complete a conflict pair nobody has overridden.       ***
      *** SOD-CONFLICT back with the rule's id; SUCCESS otherwise.   ***
      ******************************************************************
       ENTRY "REYDB_SOD_CHECK" USING LS-SOD-USER
                                     LS-REYDB-DATABASE-NAME
                                     LS-SOD-CODE
                                     LS-SOD-RULE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE                  TO LS-SOD-RULE.
           MOVE LS-SOD-USER            TO WS-SOD-USER.
           MOVE LS-REYDB-DATABASE-NAME TO WS-SOD-N-DB.
           MOVE LS-SOD-CODE            TO WS-SOD-N-CODE.

           PERFORM 1000-CHECK-NEW-RIGHT THRU 1000-CHECK-NEW-RIGHT-EXIT.

           IF WS-SOD-CONFLICT-RULE NOT EQUAL SPACE
              MOVE WS-SOD-CONFLICT-RULE  TO LS-SOD-RULE
              MOVE WS-REYDB-SOD-CONFLICT TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - accepts one user holding both sides   ***
      *** of one rule, with the reason. Somebody else has to accept  ***
      *** it - a user overriding their own conflict is refused.      ***
      ******************************************************************
       ENTRY "REYDB_SOD_OVERRIDE" USING LS-SOD-USER
                                        LS-SOD-ID
                                        LS-SOD-TEXT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-SOD-USER EQUAL SPACE
           OR LS-SOD-ID   EQUAL SPACE
           OR LS-SOD-TEXT EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-WHO-IS-ASKING THRU 0100-WHO-IS-ASKING-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           IF WS-SOD-ME EQUAL LS-SOD-USER
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              MOVE LS-SOD-ID TO WS-SOD-JRNL-KEY
              CALL "REYDB_SECURITY_NOTE" USING WS-SOD-ME
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-SOD-JRNL-KEY
                                               WS-SECJRNL-MAKER-CHECK
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

      *** The rule has to exist - an override of nothing is a typo.
           OPEN INPUT FC-SODRULE.

           IF WS-SODRULE-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-SOD-ID TO FS-SODRULE-ID.
           MOVE 'Y'       TO WS-SOD-FOUND.

           READ FC-SODRULE KEY IS FS-SODRULE-ID
           INVALID KEY
               MOVE 'N' TO WS-SOD-FOUND
           END-READ.

           CLOSE FC-SODRULE.

           IF WS-SOD-FOUND NOT EQUAL 'Y'
              MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN I-O FC-SODOVR.

           IF WS-SODOVR-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-SODOVR
              CLOSE FC-SODOVR
              OPEN I-O FC-SODOVR
           END-IF.

           MOVE LS-SOD-USER  TO FS-SODOVR-USER.
           MOVE LS-SOD-ID    TO FS-SODOVR-RULE.
           MOVE LS-SOD-TEXT  TO FS-SODOVR-REASON.
           MOVE WS-SOD-ME    TO FS-SODOVR-BY.
           MOVE WS-SOD-STAMP TO FS-SODOVR-TIMESTAMP.

           WRITE FS-SODOVR-RECORD

           INVALID KEY *> Accepted before - the new reason stands

               REWRITE FS-SODOVR-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-SODOVR.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - the conflicts report. Every user with  ***
      *** any role or any access-list row, against every rule; a     ***
      *** user holding both sides is one sodconf.rpt line, CONFLICT  ***
      *** or OVERRIDE with the accepted reason.                      ***
      ******************************************************************
       ENTRY "REYDB_SOD_REPORT" USING LS-REYDB-LINE-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-LINE-COUNT WS-SOD-LINES.

           PERFORM 2000-LOAD-USERS THRU 2000-LOAD-USERS-EXIT.

           OPEN OUTPUT FC-SODRPT.

           IF WS-SODRPT-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN INPUT FC-SODRULE.

      *** No rules - no conflicts, and an empty report says so.
           IF WS-SODRULE-FILE-STATUS EQUAL "00"

              MOVE 'N' TO WS-SOD-EOF

              PERFORM UNTIL WS-SOD-EOF EQUAL 'S'

                  READ FC-SODRULE NEXT RECORD

                  AT END
                      MOVE 'S' TO WS-SOD-EOF

                  NOT AT END
                      PERFORM 2200-REPORT-ONE-RULE
                         THRU 2200-REPORT-ONE-RULE-EXIT
                  END-READ

              END-PERFORM

              CLOSE FC-SODRULE

           END-IF.

           CLOSE FC-SODRPT.

           MOVE WS-SOD-LINES     TO LS-REYDB-LINE-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixth entry point - grants one user a functional role.     ***
      *** Nobody grants a role to themselves, and a grant completing ***
      *** a conflict pair is refused like any other.                 ***
      ******************************************************************
       ENTRY "REYDB_ROLE_GRANT" USING LS-SOD-USER
                                      LS-SOD-CODE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-SOD-USER EQUAL SPACE
           OR LS-SOD-CODE EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-WHO-IS-ASKING THRU 0100-WHO-IS-ASKING-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           IF WS-SOD-ME EQUAL LS-SOD-USER
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              MOVE LS-SOD-CODE TO WS-SOD-JRNL-KEY
              CALL "REYDB_SECURITY_NOTE" USING WS-SOD-ME
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-SOD-JRNL-KEY
                                               WS-SECJRNL-MAKER-CHECK
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           MOVE LS-SOD-USER TO WS-SOD-USER.
           MOVE SPACE       TO WS-SOD-N-DB.
           MOVE LS-SOD-CODE TO WS-SOD-N-CODE.

           PERFORM 1000-CHECK-NEW-RIGHT THRU 1000-CHECK-NEW-RIGHT-EXIT.

           IF WS-SOD-CONFLICT-RULE NOT EQUAL SPACE
              MOVE WS-REYDB-SOD-CONFLICT TO LS-REYDB-RESULT
              MOVE LS-SOD-USER TO WS-SOD-JRNL-KEY
              CALL "REYDB_SECURITY_NOTE" USING WS-SOD-ME
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-SOD-JRNL-KEY
                                               WS-SECJRNL-SOD-CONFLICT
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GOBACK
           END-IF.

           OPEN I-O FC-ROLE.

      *** First role ever - roles.dat self-creates.
           IF WS-ROLE-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-ROLE
              CLOSE FC-ROLE
              OPEN I-O FC-ROLE
           END-IF.

           MOVE LS-SOD-CODE  TO FS-ROLE-NAME.
           MOVE LS-SOD-USER  TO FS-ROLE-USER.
           MOVE WS-SOD-ME    TO FS-ROLE-GRANTED-BY.
           MOVE WS-SOD-STAMP TO FS-ROLE-TIMESTAMP.

           WRITE FS-ROLE-RECORD

           INVALID KEY *> Already held - refresh who granted it

               REWRITE FS-ROLE-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-ROLE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Seventh entry point - takes one user's role back off.      ***
      ******************************************************************
       ENTRY "REYDB_ROLE_REVOKE" USING LS-SOD-USER
                                       LS-SOD-CODE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-WHO-IS-ASKING THRU 0100-WHO-IS-ASKING-EXIT.

           IF LS-REYDB-RESULT NOT EQUAL WS-REYDB-SUCCESS
              GOBACK
           END-IF.

           OPEN I-O FC-ROLE.

           IF WS-ROLE-FILE-STATUS EQUAL "35"
      *** No roles - nothing was granted, nothing to take back.
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-SOD-CODE TO FS-ROLE-NAME.
           MOVE LS-SOD-USER TO FS-ROLE-USER.

           DELETE FC-ROLE RECORD

           INVALID KEY *> Was never held - not an error
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-ROLE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Eighth entry point - may the signed-on user act in this    ***
      *** role. A role nobody holds is open; once anybody holds it,  ***
      *** only its holders pass. The caller journals a refusal, the  ***
      *** same way every REYDB_AUTHCHECK caller does.                ***
      ******************************************************************
       ENTRY "REYDB_ROLE_CHECK" USING LS-SOD-CODE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN INPUT FC-ROLE.

           IF WS-ROLE-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

      *** Anybody at all holding it - role-first keys put them
      *** together.
           MOVE LS-SOD-CODE TO FS-ROLE-NAME.
           MOVE SPACE       TO FS-ROLE-USER.
           MOVE 'N'         TO WS-SOD-FOUND.

           START FC-ROLE KEY IS GREATER THAN FS-ROLE-KEY
           INVALID KEY
               MOVE 'N' TO WS-SOD-FOUND
           NOT INVALID KEY
               READ FC-ROLE NEXT RECORD
               AT END
                   MOVE 'N' TO WS-SOD-FOUND
               NOT AT END
                   IF FS-ROLE-NAME EQUAL LS-SOD-CODE
                      MOVE 'Y' TO WS-SOD-FOUND
                   END-IF
               END-READ
           END-START.

           IF WS-SOD-FOUND NOT EQUAL 'Y'
              CLOSE FC-ROLE
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE SPACE TO WS-SOD-ME.

           CALL "REYDB_WHOAMI" USING WS-SOD-ME
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

           MOVE LS-SOD-CODE TO FS-ROLE-NAME.
           MOVE WS-SOD-ME   TO FS-ROLE-USER.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           IF WS-SOD-ME EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
           ELSE
              READ FC-ROLE KEY IS FS-ROLE-KEY
              INVALID KEY
                  MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              END-READ
           END-IF.

           CLOSE FC-ROLE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** The signed-on identity and a stamp - rule, override and    ***
      *** role maintenance are done by a named person.               ***
      ******************************************************************
       0100-WHO-IS-ASKING.

           MOVE SPACE TO WS-SOD-ME.

           CALL "REYDB_WHOAMI" USING WS-SOD-ME
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

           IF WS-SOD-ME EQUAL SPACE
              MOVE WS-REYDB-NOT-AUTHORIZED TO LS-REYDB-RESULT
              CALL "REYDB_SECURITY_NOTE" USING WS-SECJRNL-SIGNED-ON
                                               WS-SECJRNL-PROGRAM
                                               WS-SECJRNL-NO-DATABASE
                                               WS-SECJRNL-NO-KEY
                                               WS-SECJRNL-NO-SIGNON
                  RETURNING WS-REYDB-RESULT-SECJRNL
              END-CALL
              GO TO 0100-WHO-IS-ASKING-EXIT
           END-IF.

           ACCEPT WS-SOD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SOD-TIME FROM TIME.

           MOVE WS-SOD-DATE TO WS-SOD-STAMP (1:8).
           MOVE WS-SOD-TIME TO WS-SOD-STAMP (9:8).

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       0100-WHO-IS-ASKING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One side of a rule is well formed - a role name with no    ***
      *** database, or a single R/U/A level with one.                ***
      ******************************************************************
       0200-VALIDATE-SIDE.

           MOVE 'N' TO WS-SOD-VALID.

           IF WS-SOD-S-CODE EQUAL SPACE
              GO TO 0200-VALIDATE-SIDE-EXIT
           END-IF.

           IF WS-SOD-S-DB EQUAL SPACE
              MOVE 'Y' TO WS-SOD-VALID
              GO TO 0200-VALIDATE-SIDE-EXIT
           END-IF.

           IF WS-SOD-S-CODE (2:7) NOT EQUAL SPACE
              GO TO 0200-VALIDATE-SIDE-EXIT
           END-IF.

           MOVE WS-SOD-S-CODE (1:1) TO WS-SOD-LEVEL.

           PERFORM 0300-RANK-LEVEL THRU 0300-RANK-LEVEL-EXIT.

           IF WS-SOD-RANK NOT EQUAL ZERO
              MOVE 'Y' TO WS-SOD-VALID
           END-IF.

       0200-VALIDATE-SIDE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** An access level as a comparable rank - the same R<U<A      ***
      *** ladder REYDB_AUTHCHECK climbs.                             ***
      ******************************************************************
       0300-RANK-LEVEL.

           EVALUATE WS-SOD-LEVEL
               WHEN 'A'   MOVE 3 TO WS-SOD-RANK
               WHEN 'U'   MOVE 2 TO WS-SOD-RANK
               WHEN 'R'   MOVE 1 TO WS-SOD-RANK
               WHEN OTHER MOVE ZERO TO WS-SOD-RANK
           END-EVALUATE.

       0300-RANK-LEVEL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every rule against the right about to be granted - where   ***
      *** it is one side and the user already holds the other, and   ***
      *** no override covers the pair, the rule's id lands in        ***
      *** WS-SOD-CONFLICT-RULE and the search stops.                 ***
      ******************************************************************
       1000-CHECK-NEW-RIGHT.

           MOVE SPACE TO WS-SOD-CONFLICT-RULE.

           OPEN INPUT FC-SODRULE.

      *** No rules on file - nothing can conflict.
           IF WS-SODRULE-FILE-STATUS NOT EQUAL "00"
              GO TO 1000-CHECK-NEW-RIGHT-EXIT
           END-IF.

           MOVE 'N' TO WS-SOD-EOF.

           PERFORM UNTIL WS-SOD-EOF EQUAL 'S'

               READ FC-SODRULE NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SOD-EOF

               NOT AT END
                   PERFORM 1050-CHECK-ONE-RULE
                      THRU 1050-CHECK-ONE-RULE-EXIT
                   IF WS-SOD-CONFLICT-RULE NOT EQUAL SPACE
                      MOVE 'S' TO WS-SOD-EOF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-SODRULE.

       1000-CHECK-NEW-RIGHT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One rule, both ways round.                                 ***
      ******************************************************************
       1050-CHECK-ONE-RULE.

           MOVE 'N' TO WS-SOD-HOLDS.

           MOVE FS-SODRULE-A-DATABASE TO WS-SOD-S-DB.
           MOVE FS-SODRULE-A-CODE     TO WS-SOD-S-CODE.

           PERFORM 1100-MATCH-SIDE THRU 1100-MATCH-SIDE-EXIT.

           IF WS-SOD-MATCH EQUAL 'Y'
              MOVE FS-SODRULE-B-DATABASE TO WS-SOD-S-DB
              MOVE FS-SODRULE-B-CODE     TO WS-SOD-S-CODE
              PERFORM 5000-HOLDS-RIGHT THRU 5000-HOLDS-RIGHT-EXIT
           END-IF.

           IF WS-SOD-HOLDS NOT EQUAL 'Y'

              MOVE FS-SODRULE-B-DATABASE TO WS-SOD-S-DB
              MOVE FS-SODRULE-B-CODE     TO WS-SOD-S-CODE

              PERFORM 1100-MATCH-SIDE THRU 1100-MATCH-SIDE-EXIT

              IF WS-SOD-MATCH EQUAL 'Y'
                 MOVE FS-SODRULE-A-DATABASE TO WS-SOD-S-DB
                 MOVE FS-SODRULE-A-CODE     TO WS-SOD-S-CODE
                 PERFORM 5000-HOLDS-RIGHT THRU 5000-HOLDS-RIGHT-EXIT
              END-IF

           END-IF.

           IF WS-SOD-HOLDS NOT EQUAL 'Y'
              GO TO 1050-CHECK-ONE-RULE-EXIT
           END-IF.

           PERFORM 1200-FIND-OVERRIDE THRU 1200-FIND-OVERRIDE-EXIT.

           IF WS-SOD-OVERRIDDEN NOT EQUAL 'Y'
              MOVE FS-SODRULE-ID TO WS-SOD-CONFLICT-RULE
           END-IF.

       1050-CHECK-ONE-RULE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Is the right about to be granted (WS-SOD-N-*) this side of ***
      *** the rule (WS-SOD-S-*) - the same role, or a level on the   ***
      *** same database (or "*") at least as high as the side names. ***
      ******************************************************************
       1100-MATCH-SIDE.

           MOVE 'N' TO WS-SOD-MATCH.

           IF WS-SOD-N-DB EQUAL SPACE
              IF WS-SOD-S-DB EQUAL SPACE
              AND WS-SOD-S-CODE EQUAL WS-SOD-N-CODE
                 MOVE 'Y' TO WS-SOD-MATCH
              END-IF
              GO TO 1100-MATCH-SIDE-EXIT
           END-IF.

           IF WS-SOD-S-DB EQUAL SPACE
              GO TO 1100-MATCH-SIDE-EXIT
           END-IF.

           IF WS-SOD-S-DB NOT EQUAL "*"
           AND WS-SOD-S-DB NOT EQUAL WS-SOD-N-DB
              GO TO 1100-MATCH-SIDE-EXIT
           END-IF.

           MOVE WS-SOD-S-CODE (1:1) TO WS-SOD-LEVEL.
           PERFORM 0300-RANK-LEVEL THRU 0300-RANK-LEVEL-EXIT.
           MOVE WS-SOD-RANK TO WS-SOD-NEEDED-RANK.

           MOVE WS-SOD-N-CODE (1:1) TO WS-SOD-LEVEL.
           PERFORM 0300-RANK-LEVEL THRU 0300-RANK-LEVEL-EXIT.

           IF WS-SOD-RANK NOT LESS THAN WS-SOD-NEEDED-RANK
              MOVE 'Y' TO WS-SOD-MATCH
           END-IF.

       1100-MATCH-SIDE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Has this user's conflict under this rule been accepted.    ***
      ******************************************************************
       1200-FIND-OVERRIDE.

           MOVE 'N' TO WS-SOD-OVERRIDDEN.

           OPEN INPUT FC-SODOVR.

           IF WS-SODOVR-FILE-STATUS NOT EQUAL "00"
              GO TO 1200-FIND-OVERRIDE-EXIT
           END-IF.

           MOVE WS-SOD-USER   TO FS-SODOVR-USER.
           MOVE FS-SODRULE-ID TO FS-SODOVR-RULE.

           READ FC-SODOVR KEY IS FS-SODOVR-KEY
           NOT INVALID KEY
               MOVE 'Y' TO WS-SOD-OVERRIDDEN
           END-READ.

           CLOSE FC-SODOVR.

       1200-FIND-OVERRIDE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Every user holding a role or any database's access-list    ***
      *** row, each once - a full table stops learning new users.    ***
      ******************************************************************
       2000-LOAD-USERS.

           MOVE ZERO TO WS-SOD-USER-COUNT.

           OPEN INPUT FC-ROLE.

           IF WS-ROLE-FILE-STATUS EQUAL "00"

              MOVE 'N' TO WS-SOD-ROLE-EOF

              PERFORM UNTIL WS-SOD-ROLE-EOF EQUAL 'S'

                  READ FC-ROLE NEXT RECORD

                  AT END
                      MOVE 'S' TO WS-SOD-ROLE-EOF

                  NOT AT END
                      MOVE FS-ROLE-USER TO WS-SOD-USER
                      PERFORM 2100-ADD-USER THRU 2100-ADD-USER-EXIT
                  END-READ

              END-PERFORM

              CLOSE FC-ROLE

           END-IF.

           OPEN INPUT FC-CATALOG.

           IF WS-CATALOG-FILE-STATUS NOT EQUAL "00"
              GO TO 2000-LOAD-USERS-EXIT
           END-IF.

           MOVE 'N' TO WS-SOD-CAT-EOF.

           PERFORM UNTIL WS-SOD-CAT-EOF EQUAL 'S'

               READ FC-CATALOG NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SOD-CAT-EOF

               NOT AT END

                   MOVE SPACE TO WS-ACCESS-DATABASE-NAME
                   STRING FS-CATALOG-KEY DELIMITED BY SPACE
                          ".acc"         DELIMITED BY SIZE
                     INTO WS-ACCESS-DATABASE-NAME

                   OPEN INPUT FC-ACCESS

                   IF WS-ACCESS-FILE-STATUS EQUAL "00"

                      MOVE 'N' TO WS-SOD-ACC-EOF

                      PERFORM UNTIL WS-SOD-ACC-EOF EQUAL 'S'
                          READ FC-ACCESS NEXT RECORD
                          AT END
                              MOVE 'S' TO WS-SOD-ACC-EOF
                          NOT AT END
                              MOVE FS-ACCESS-USER TO WS-SOD-USER
                              PERFORM 2100-ADD-USER
                                 THRU 2100-ADD-USER-EXIT
                          END-READ
                      END-PERFORM

                      CLOSE FC-ACCESS

                   END-IF

               END-READ

           END-PERFORM.

           CLOSE FC-CATALOG.

       2000-LOAD-USERS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-SOD-USER into the report's user table, once.            ***
      ******************************************************************
       2100-ADD-USER.

           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                     UNTIL WS-SOD-IDX GREATER THAN WS-SOD-USER-COUNT

               IF WS-SOD-T-USER (WS-SOD-IDX) EQUAL WS-SOD-USER
                  GO TO 2100-ADD-USER-EXIT
               END-IF

           END-PERFORM.

           IF WS-SOD-USER-COUNT NOT LESS THAN 500
              GO TO 2100-ADD-USER-EXIT
           END-IF.

           ADD 1 TO WS-SOD-USER-COUNT.
           MOVE WS-SOD-USER TO WS-SOD-T-USER (WS-SOD-USER-COUNT).

       2100-ADD-USER-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One rule against every user - both sides held is a line.   ***
      ******************************************************************
       2200-REPORT-ONE-RULE.

           PERFORM VARYING WS-SOD-SLOT FROM 1 BY 1
                     UNTIL WS-SOD-SLOT GREATER THAN WS-SOD-USER-COUNT

               MOVE WS-SOD-T-USER (WS-SOD-SLOT) TO WS-SOD-USER

               MOVE FS-SODRULE-A-DATABASE TO WS-SOD-S-DB
               MOVE FS-SODRULE-A-CODE     TO WS-SOD-S-CODE
               PERFORM 5000-HOLDS-RIGHT THRU 5000-HOLDS-RIGHT-EXIT
               MOVE WS-SOD-HOLDS TO WS-SOD-HOLDS-A

               IF WS-SOD-HOLDS-A EQUAL 'Y'
                  MOVE FS-SODRULE-B-DATABASE TO WS-SOD-S-DB
                  MOVE FS-SODRULE-B-CODE     TO WS-SOD-S-CODE
                  PERFORM 5000-HOLDS-RIGHT THRU 5000-HOLDS-RIGHT-EXIT
                  IF WS-SOD-HOLDS EQUAL 'Y'
                     PERFORM 2300-WRITE-CONFLICT
                        THRU 2300-WRITE-CONFLICT-EXIT
                  END-IF
               END-IF

           END-PERFORM.

       2200-REPORT-ONE-RULE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One conflicts-report line.                                 ***
      ******************************************************************
       2300-WRITE-CONFLICT.

           MOVE SPACE         TO FS-SODRPT-RECORD.
           MOVE FS-SODRULE-ID TO FS-SODRPT-RULE.
           MOVE WS-SOD-USER   TO FS-SODRPT-USER.

           PERFORM 1200-FIND-OVERRIDE THRU 1200-FIND-OVERRIDE-EXIT.

           IF WS-SOD-OVERRIDDEN EQUAL 'Y'
              MOVE "OVERRIDE"       TO FS-SODRPT-STATUS
              MOVE FS-SODOVR-REASON TO FS-SODRPT-TEXT
           ELSE
              MOVE "CONFLICT"       TO FS-SODRPT-STATUS
              MOVE FS-SODRULE-TEXT  TO FS-SODRPT-TEXT
           END-IF.

           WRITE FS-SODRPT-RECORD.

           ADD 1 TO WS-SOD-LINES.

       2300-WRITE-CONFLICT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Does WS-SOD-USER hold the right WS-SOD-S-* names - the     ***
      *** role on roles.dat, or the level (or above) on the named    ***
      *** database's access list, or on any cataloged one for "*".   ***
      ******************************************************************
       5000-HOLDS-RIGHT.

           MOVE 'N' TO WS-SOD-HOLDS.

           IF WS-SOD-S-DB EQUAL SPACE

              OPEN INPUT FC-ROLE

              IF WS-ROLE-FILE-STATUS EQUAL "00"
                 MOVE WS-SOD-S-CODE TO FS-ROLE-NAME
                 MOVE WS-SOD-USER   TO FS-ROLE-USER
                 READ FC-ROLE KEY IS FS-ROLE-KEY
                 NOT INVALID KEY
                     MOVE 'Y' TO WS-SOD-HOLDS
                 END-READ
                 CLOSE FC-ROLE
              END-IF

              GO TO 5000-HOLDS-RIGHT-EXIT

           END-IF.

           MOVE WS-SOD-S-CODE (1:1) TO WS-SOD-LEVEL.
           PERFORM 0300-RANK-LEVEL THRU 0300-RANK-LEVEL-EXIT.
           MOVE WS-SOD-RANK TO WS-SOD-NEEDED-RANK.

           IF WS-SOD-S-DB NOT EQUAL "*"
              MOVE WS-SOD-S-DB TO WS-SOD-PROBE-DB
              PERFORM 5100-HOLDS-LEVEL-ON THRU 5100-HOLDS-LEVEL-ON-EXIT
              GO TO 5000-HOLDS-RIGHT-EXIT
           END-IF.

           OPEN INPUT FC-CATALOG.

           IF WS-CATALOG-FILE-STATUS NOT EQUAL "00"
              GO TO 5000-HOLDS-RIGHT-EXIT
           END-IF.

           MOVE 'N' TO WS-SOD-CAT-EOF.

           PERFORM UNTIL WS-SOD-CAT-EOF EQUAL 'S'

               READ FC-CATALOG NEXT RECORD

               AT END
                   MOVE 'S' TO WS-SOD-CAT-EOF

               NOT AT END
                   MOVE FS-CATALOG-KEY TO WS-SOD-PROBE-DB
                   PERFORM 5100-HOLDS-LEVEL-ON
                      THRU 5100-HOLDS-LEVEL-ON-EXIT
                   IF WS-SOD-HOLDS EQUAL 'Y'
                      MOVE 'S' TO WS-SOD-CAT-EOF
                   END-IF
               END-READ

           END-PERFORM.

           CLOSE FC-CATALOG.

       5000-HOLDS-RIGHT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** WS-SOD-USER's row on WS-SOD-PROBE-DB's access list, ranked ***
      *** against WS-SOD-NEEDED-RANK. No list is no grant - an open  ***
      *** database hands nobody a right worth separating.            ***
      ******************************************************************
       5100-HOLDS-LEVEL-ON.

           MOVE SPACE TO WS-ACCESS-DATABASE-NAME.
           STRING WS-SOD-PROBE-DB DELIMITED BY SPACE
                  ".acc"          DELIMITED BY SIZE
             INTO WS-ACCESS-DATABASE-NAME.

           OPEN INPUT FC-ACCESS.

           IF WS-ACCESS-FILE-STATUS NOT EQUAL "00"
              GO TO 5100-HOLDS-LEVEL-ON-EXIT
           END-IF.

           MOVE WS-SOD-USER TO FS-ACCESS-USER.

           READ FC-ACCESS KEY IS FS-ACCESS-USER

           NOT INVALID KEY
               MOVE FS-ACCESS-LEVEL TO WS-SOD-LEVEL
               PERFORM 0300-RANK-LEVEL THRU 0300-RANK-LEVEL-EXIT
               MOVE WS-SOD-RANK TO WS-SOD-HELD-RANK
               IF WS-SOD-HELD-RANK NOT LESS THAN WS-SOD-NEEDED-RANK
              AND WS-SOD-HELD-RANK GREATER THAN ZERO
                  MOVE 'Y' TO WS-SOD-HOLDS
               END-IF

           END-READ.

           CLOSE FC-ACCESS.

       5100-HOLDS-LEVEL-ON-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-ROLE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-SODRULE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-SODOVR-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-SODRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CATALOG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
