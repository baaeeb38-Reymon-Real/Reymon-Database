      *** Author:  Reymon Dev         ***
      *** File:    xmit.cbl          ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** disk and certifies it is byte-for-byte the transmission  ***
      *** that was registered, so operations re-sends exactly what ***
      *** went out - or learns it no longer exists to resend.      ***
      *** REYDB_XMIT_REGISTER_GEN files a sealed interface file     ***
      *** with the key generation it left under.                   ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-partner.cpy".
       COPY "data/working/reydb-xmit.cpy".
       COPY "data/working/reydb-runlog.cpy".
      *** Edited figure for the alert text.
       77 WS-XM-ID-ED PIC 9(09) VALUE ZERO.

      *** Whether the file being registered left sealed, and under
      *** which key generation - clear for the primary entry.
       77 WS-XM-SEALED  PIC X(01) VALUE 'N'.
       77 WS-XM-KEY-GEN PIC 9(04) COMP-5 VALUE ZERO.

       77 WS-XM-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-XM-EOF   PIC X(01) VALUE 'N'.
      ******************************************************************
       77 LS-XMIT-TOTAL     PIC 9(15) COMP-5 VALUE ZERO.
       77 LS-XMIT-ID        PIC 9(09) COMP-5 VALUE ZERO.

      *** 'Y' for a sealed file, and the generation it is sealed
      *** under.
       77 LS-XMIT-SEALED  PIC X(01) VALUE 'N'.
       77 LS-XMIT-KEY-GEN PIC 9(04) COMP-5 VALUE ZERO.

      *** Days an unacknowledged transmission may sit before the
      *** escalation sweep shouts.
       77 LS-XMIT-DEADLINE-DAYS PIC 9(02) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N'  TO WS-XM-SEALED.
           MOVE ZERO TO WS-XM-KEY-GEN.

           PERFORM 0500-REGISTER THRU 0500-REGISTER-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - registers one sealed interface file   ***
      *** with the key generation it left under.                     ***
      ******************************************************************
       ENTRY "REYDB_XMIT_REGISTER_GEN" USING LS-REYDB-DATABASE-NAME
                                             LS-XMIT-FILE-NAME
                                             LS-XMIT-ROWS
                                             LS-XMIT-TOTAL
                                             LS-XMIT-SEALED
                                             LS-XMIT-KEY-GEN
                                             LS-XMIT-ID.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE LS-XMIT-SEALED  TO WS-XM-SEALED.
           MOVE LS-XMIT-KEY-GEN TO WS-XM-KEY-GEN.

           PERFORM 0500-REGISTER THRU 0500-REGISTER-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - matches the partner's inbound         ***
      *** acknowledgment file against the register.                 ***
      ******************************************************************
       ENTRY "REYDB_XMIT_MATCH" USING LS-REYDB-XMIT-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-XM-COUNT LS-REYDB-XMIT-COUNT.
           MOVE 'N'  TO WS-XM-EOF.

      ******************************************************************

      ******************************************************************
      *** Fourth entry point - shouts about every transmission       ***
      *** still unacknowledged past its deadline, once each.        ***
      ******************************************************************
       ENTRY "REYDB_XMIT_ESCALATE" USING LS-XMIT-DEADLINE-DAYS
                                         LS-REYDB-XMIT-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO WS-XM-COUNT LS-REYDB-XMIT-COUNT.
           MOVE 'N'  TO WS-XM-EOF.

      ******************************************************************

      ******************************************************************
      *** Fifth entry point - certifies a registered file still     ***
      *** hashes to the figure that went out, so the resend is      ***
      *** byte-for-byte the registered transmission. A changed or   ***
      *** missing file answers CORRUPT-RECORD - regenerate it from  ***
      ******************************************************************
       ENTRY "REYDB_XMIT_RESEND" USING LS-XMIT-ID.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN INPUT FC-XMIT.

           IF WS-XMIT-FILE-STATUS NOT EQUAL "00"

           END-READ.

      *** The registered figure and file, saved before the close
      *** loses the record area.
           MOVE FS-XMIT-HASH      TO WS-XM-REG-HASH.
           MOVE FS-XMIT-FILE-NAME TO WS-PARTNER-OUT-NAME.

           CLOSE FC-XMIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Files one transmission - the hash taken off the bytes that ***
      *** actually went out, sealed or clear.                        ***
      ******************************************************************
       0500-REGISTER.

           MOVE ZERO TO LS-XMIT-ID.

           IF LS-XMIT-FILE-NAME EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GO TO 0500-REGISTER-EXIT
           END-IF.

      *** The file hashed is the one registered - a generation's own
      *** name when the outbound file is under generations, and
      *** already qualified for the environment by its writer.
           MOVE LS-XMIT-FILE-NAME TO WS-PARTNER-OUT-NAME.

           PERFORM 1000-HASH-THE-FILE THRU 1000-HASH-THE-FILE-EXIT.

           OPEN I-O FC-XMIT.

      *** First transmission ever - the register self-creates.
           IF WS-XMIT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-XMIT
              CLOSE FC-XMIT
              OPEN I-O FC-XMIT
           END-IF.

      *** The next free number - one walk, registration being the
      *** only writer of fresh rows.
           MOVE ZERO TO WS-XM-NEXT-ID.
           MOVE 'N'  TO WS-XM-EOF.

           PERFORM UNTIL WS-XM-EOF EQUAL 'S'

               READ FC-XMIT NEXT RECORD

               AT END
                   MOVE 'S' TO WS-XM-EOF

               NOT AT END
                   IF FS-XMIT-ID GREATER THAN WS-XM-NEXT-ID
                      MOVE FS-XMIT-ID TO WS-XM-NEXT-ID
                   END-IF
               END-READ

           END-PERFORM.

           ADD 1 TO WS-XM-NEXT-ID.

           ACCEPT WS-XM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-XM-TIME FROM TIME.

           MOVE WS-XM-NEXT-ID          TO FS-XMIT-ID.
           MOVE LS-REYDB-DATABASE-NAME TO FS-XMIT-DATABASE.
           MOVE LS-XMIT-FILE-NAME      TO FS-XMIT-FILE-NAME.
           MOVE WS-XM-DATE             TO FS-XMIT-SENT-TS (1:8).
           MOVE WS-XM-TIME             TO FS-XMIT-SENT-TS (9:8).
           MOVE LS-XMIT-ROWS           TO FS-XMIT-ROWS.
           MOVE LS-XMIT-TOTAL          TO FS-XMIT-TOTAL.
           MOVE WS-XM-HASH             TO FS-XMIT-HASH.
           MOVE 'N'                    TO FS-XMIT-ACK
                                          FS-XMIT-ESCALATED.
           MOVE SPACE                  TO FS-XMIT-ACK-TS.
           MOVE WS-XM-SEALED           TO FS-XMIT-SEALED.
           MOVE WS-XM-KEY-GEN          TO FS-XMIT-KEY-GEN.

           WRITE FS-XMIT-RECORD

           INVALID KEY
               MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-XM-NEXT-ID    TO LS-XMIT-ID
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-XMIT.

       0500-REGISTER-EXIT.
           EXIT.
      ******************************************************************


      ******************************************************************
      *** Sums the partner file's bytes into the register's hash    ***
      *** figure - reduced under a nine-digit prime, ordinary       ***
           MOVE ZERO            TO FS-ALERT-RESULT.
           MOVE WS-XM-ALERT-TEXT  TO FS-ALERT-TEXT.

           MOVE ZERO TO FS-ALERT-RUN-ID FS-ALERT-SNAP-SEQ.

           WRITE FS-ALERT-RECORD.

           CLOSE FC-ALERT.
       4000-WRITE-ALERT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-XMIT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-XMIT-ACK-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
