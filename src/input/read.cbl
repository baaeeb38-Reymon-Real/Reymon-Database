      *** Author:  Reymon Dev      ***
      *** File:    add.cbl         ***
      *** Date:    31/03/2026      ***
      *** Update:  15/10/2026      ***
      *** License: AGPL-3-or-later ***
      ********************************


       COPY "data/working/reydb.cpy".
       COPY "data/working/state.cpy".
       COPY "data/working/reydb-secjrnl.cpy".

      *** This program's name on the security journal.
       77 WS-SECJRNL-PROGRAM PIC X(18) VALUE "REYDB_READ".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-enqueue.cpy".
       COPY "data/working/reydb-xref.cpy".
       COPY "data/working/reydb-metric.cpy".
       COPY "data/working/reydb-segment.cpy".
       COPY "data/working/reydb-rowfilter.cpy".
       COPY "data/working/reydb-colsec.cpy".
       COPY "data/working/reydb-extent.cpy".

      *** The extent chain position the probe below has reached.
                     IF WS-ROWFILTER-ALLOWED EQUAL 'N'
                        MOVE SPACE TO LS-REYDB-BUFFER
                        MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT
                        CALL "REYDB_SECURITY_NOTE" USING
                                 WS-SECJRNL-SIGNED-ON
                                 WS-SECJRNL-PROGRAM
                                 LS-REYDB-DATABASE-NAME
                                 LS-REYDB-KEY
                                 WS-SECJRNL-ROW-FILTER
                            RETURNING WS-REYDB-RESULT-SECJRNL
                        END-CALL
                     ELSE
                        MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT


           CLOSE FC-REYDB.

      *** Fields the signed-on user may not see go back blank,
      *** whichever tier the row came from.
           IF LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
           OR LS-REYDB-RESULT EQUAL WS-REYDB-FOUND-ARCHIVED
           OR LS-REYDB-RESULT EQUAL WS-REYDB-PARTIAL-CONTENT
              CALL "REYDB_COLSEC_MASK" USING LS-REYDB-DATABASE-NAME
                                             LS-REYDB-BUFFER (42:471)
                                             WS-COLSEC-MASKED
                  RETURNING WS-REYDB-RESULT-COLSEC
              END-CALL
           END-IF.

           CALL "REYDB_DEQUEUE" USING WS-SHARD-GATE-NAME
               RETURNING WS-REYDB-RESULT-LOCK
           END-CALL.

                      MOVE WS-REYDB-NOT-FOUND TO LS-REYDB-RESULT

                      CALL "REYDB_SECURITY_NOTE" USING
                               WS-SECJRNL-SIGNED-ON
                               WS-SECJRNL-PROGRAM
                               LS-REYDB-DATABASE-NAME
                               LS-REYDB-KEY
                               WS-SECJRNL-ROW-FILTER
                          RETURNING WS-REYDB-RESULT-SECJRNL
                      END-CALL

                   ELSE

                      MOVE FS-REYDB-XREF-BUFFER TO LS-REYDB-BUFFER
