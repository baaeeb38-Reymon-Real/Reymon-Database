      *** Author:  Reymon Dev         ***
      *** File:    enq_status.cbl     ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_ENQ_RELEASE".
       COPY "data/working/reydb-utilauth.cpy".
       COPY "data/working/reydb-enqueue.cpy".
      ******************************************************************

      ******************************************************************
       ENTRY "REYDB_ENQ_RELEASE" USING LS-REYDB-DATABASE-NAME.

      *** May the signed-on user run this utility at all - the
      *** utility authority file answers before anything else runs.
           CALL "REYDB_UTILAUTH" USING WS-UTIL-RELEASE
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

           PERFORM 0100-DERIVE-LOCK-NAME
              THRU 0100-DERIVE-LOCK-NAME-EXIT.

