      *** Author:  Reymon Dev         ***
      *** File:    import_json.cbl   ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** pair naming a field the dictionary does not know is       ***
      *** skipped, not fatal - the web side carries columns of its  ***
      *** own.                                                      ***
      ***                                                           ***
      *** A sealed file (one REYDB_EXPORT_JSON wrote for a sealed   ***
      *** destination) opens under the key generation its header    ***
      *** line names; one sealed under a retired generation is      ***
      *** refused whole and reported on the alert file.             ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-json.cpy".
       COPY "data/working/reydb-trigger.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-seal.cpy".

      *** The dictionary layout the named pairs land through.
       77 WS-IMP-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
       77 WS-IMP-REJECT-COUNT PIC 9(09) COMP-5 VALUE ZERO.

       77 WS-IMP-EOF PIC X(01) VALUE 'N'.
       77 WS-IMP-NO-SPACE PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** The named pairs only land through this database's
      *** dictionary layout.
           CALL "REYDB_DICT_GET" USING LS-REYDB-DATABASE-NAME

           MOVE ZERO TO WS-IMP-SEQ WS-IMP-LANDED-COUNT
                        WS-IMP-REJECT-COUNT.
           MOVE 'N'  TO WS-IMP-EOF WS-IMP-NO-SPACE.

           OPEN INPUT FC-JSON-IMPORT.

              GOBACK
           END-IF.

      *** A sealed file opens under its header's generation - one
      *** sealed under a retired generation lands nothing at all.
           PERFORM 0500-INBOUND-SEAL THRU 0500-INBOUND-SEAL-EXIT.

           IF WS-REYDB-RESULT-SEAL NOT EQUAL WS-REYDB-SUCCESS
              CLOSE FC-JSON-IMPORT
              MOVE ZERO TO LS-REYDB-IMPORT-COUNT
                           LS-REYDB-REJECT-COUNT
              MOVE WS-REYDB-RESULT-SEAL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           OPEN OUTPUT FC-JSON-REJECT.

           PERFORM UNTIL WS-IMP-EOF EQUAL 'S'

               NOT AT END
                   ADD 1 TO WS-IMP-SEQ

                   IF WS-SEAL-ON EQUAL 'Y'
                      CALL "REYDB_DECRYPT_LINE" USING
                          FS-JSON-IMPORT-RECORD WS-SEAL-LEN WS-SEAL-GEN
                          RETURNING WS-REYDB-RESULT-SEAL
                      END-CALL
                   END-IF

                   PERFORM 1000-LAND-ONE-OBJECT
                      THRU 1000-LAND-ONE-OBJECT-EXIT
               END-READ

           MOVE WS-IMP-LANDED-COUNT TO LS-REYDB-IMPORT-COUNT.
           MOVE WS-IMP-REJECT-COUNT TO LS-REYDB-REJECT-COUNT.

           IF WS-IMP-NO-SPACE EQUAL 'Y'
              MOVE WS-REYDB-NO-SPACE TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-SUCCESS  TO LS-REYDB-RESULT
           END-IF.

           GOBACK.
      ******************************************************************
              WRITE FS-JSON-REJECT-RECORD
           END-IF.

      *** Out of room - a storage quota's hard limit or the last
      *** extent full. Every object after this one would be refused
      *** the same way, so the import stops here.
           IF WS-REYDB-RESULT-ACTION EQUAL WS-REYDB-NO-SPACE
              MOVE 'Y' TO WS-IMP-NO-SPACE
              MOVE 'S' TO WS-IMP-EOF
           END-IF.

       1000-LAND-ONE-OBJECT-EXIT.
           EXIT.
      ******************************************************************
       2000-NEXT-QUOTED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Reads the import file's first line for its seal. A sealed  ***
      *** file's header is line one and the objects follow it; a     ***
      *** clear file is reopened so its first line is read as one.   ***
      ******************************************************************
       0500-INBOUND-SEAL.

           MOVE 'N'  TO WS-SEAL-ON.
           MOVE 1400 TO WS-SEAL-LEN.

           READ FC-JSON-IMPORT

           AT END
               MOVE 'S' TO WS-IMP-EOF
               GO TO 0500-INBOUND-SEAL-EXIT

           END-READ.

           MOVE FS-JSON-IMPORT-RECORD (1:50) TO WS-SEAL-HEADER.

           CALL "REYDB_SEAL_INBOUND" USING WS-JSON-IMPORT-NAME
                                           WS-SEAL-HEADER
                                           WS-SEAL-ON
                                           WS-SEAL-GEN
               RETURNING WS-REYDB-RESULT-SEAL
           END-CALL.

           IF WS-REYDB-RESULT-SEAL NOT EQUAL WS-REYDB-SUCCESS
              GO TO 0500-INBOUND-SEAL-EXIT
           END-IF.

           IF WS-SEAL-ON EQUAL 'Y'
              MOVE 1 TO WS-IMP-SEQ
              GO TO 0500-INBOUND-SEAL-EXIT
           END-IF.

           CLOSE FC-JSON-IMPORT.
           OPEN INPUT FC-JSON-IMPORT.

       0500-INBOUND-SEAL-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-JSON-IMPORT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-JSON-REJECT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
