      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    seal.cbl           ***
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
       PROGRAM-ID. REYDB_SEAL_KEY IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** Sealed interface files - the CSV, JSON, delta and partner  ***
      *** files leave under the managed key store instead of in      ***
      *** clear. Each outbound destination (the consent channel the  ***
      *** exporter ships under) may be assigned a key generation on  ***
      *** sealdst.dat; its exporter then writes a clear header       ***
      *** record naming that generation and seals every record       ***
      *** after it with REYDB_ENCRYPT_LINE.                          ***
      ***                                                            ***
      *** REYDB_SEAL_KEY answers an exporter whether (and under      ***
      *** which generation) its destination is sealed, with the      ***
      *** header ready to write; REYDB_SEAL_ASSIGN and               ***
      *** REYDB_SEAL_DROP maintain the register; REYDB_SEAL_INBOUND  ***
      *** reads an inbound file's first record for the importer and  ***
      *** refuses a file sealed under a retired generation - the     ***
      *** refusal lands on the operator alert file, and the importer ***
      *** lands nothing from it.                                     ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-seal.cpy".
       COPY "file/control/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-seal.cpy".
       COPY "file/section/reydb-runlog.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-seal.cpy".
       COPY "data/working/reydb-runlog.cpy".
       COPY "data/working/reydb-keystore.cpy".

      *** The generation being checked against the retirement
      *** register.
       77 WS-SL-GEN PIC 9(04) COMP-5 VALUE ZERO.

      *** Who assigned a destination's generation, and when.
       77 WS-SL-USER PIC X(08) VALUE SPACE.
       77 WS-SL-DATE PIC 9(08) VALUE ZERO.
       77 WS-SL-TIME PIC 9(08) VALUE ZERO.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.

      *** The alert line's pieces - the file or destination it is
      *** about, and its rendered text.
       77 WS-SL-ALERT-NAME PIC X(64) VALUE SPACE.
       77 WS-SL-ALERT-TEXT PIC X(40) VALUE SPACE.
       77 WS-SL-GEN-ED     PIC 9(04) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

      *** The outbound destination - the exporter's consent channel.
       77 LS-SEAL-DESTINATION PIC X(32) VALUE SPACE.

      *** The header record as written out (REYDB_SEAL_KEY) or as
      *** read back in (REYDB_SEAL_INBOUND).
       01 LS-SEAL-HEADER.
          02 LS-SEAL-MARK        PIC X(14).
          02 LS-SEAL-HEADER-GEN  PIC 9(04).
          02 LS-SEAL-HEADER-DEST PIC X(32).

      *** 'Y' when the file is (to be) sealed, and the generation.
       77 LS-SEAL-ON  PIC X(01) VALUE 'N'.
       77 LS-SEAL-GEN PIC 9(04) COMP-5 VALUE ZERO.

      *** The inbound file's name, for the refusal's alert line.
       77 LS-SEAL-FILE-NAME PIC X(64) VALUE SPACE.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-GEN-RETIRED     VALUE 38.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - whether the destination is sealed,   ***
      *** under which generation, and the header to write first. A   ***
      *** destination still assigned to a retired generation is      ***
      *** refused and reported - nothing should ship under it, in    ***
      *** clear or otherwise, until it is reassigned or dropped.     ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-SEAL-DESTINATION
                                    LS-SEAL-HEADER
                                    LS-SEAL-ON
                                    LS-SEAL-GEN
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N'   TO LS-SEAL-ON.
           MOVE ZERO  TO LS-SEAL-GEN.
           MOVE SPACE TO LS-SEAL-HEADER.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           OPEN INPUT FC-SEALDST.

      *** No register - every destination ships in clear.
           IF WS-SEALDST-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           MOVE LS-SEAL-DESTINATION TO FS-SEALDST-DESTINATION.

           READ FC-SEALDST KEY IS FS-SEALDST-DESTINATION

           INVALID KEY

               CLOSE FC-SEALDST
               GOBACK

           END-READ.

           MOVE FS-SEALDST-GEN TO WS-SL-GEN.

           CLOSE FC-SEALDST.

           PERFORM 0100-CHECK-RETIRED THRU 0100-CHECK-RETIRED-EXIT.

           IF WS-KEYSTORE-RETIRED EQUAL 'Y'
              MOVE LS-SEAL-DESTINATION TO WS-SL-ALERT-NAME
              MOVE WS-SL-GEN           TO WS-SL-GEN-ED
              MOVE SPACE               TO WS-SL-ALERT-TEXT
              STRING "DESTINATION HELD - GEN " DELIMITED BY SIZE
                     WS-SL-GEN-ED              DELIMITED BY SIZE
                     " RETIRED"                DELIMITED BY SIZE
                INTO WS-SL-ALERT-TEXT
              PERFORM 4000-WRITE-ALERT THRU 4000-WRITE-ALERT-EXIT
              MOVE WS-REYDB-GEN-RETIRED TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE WS-SEAL-MARKER      TO LS-SEAL-MARK.
           MOVE WS-SL-GEN           TO LS-SEAL-HEADER-GEN.
           MOVE LS-SEAL-DESTINATION TO LS-SEAL-HEADER-DEST.

           MOVE 'Y'       TO LS-SEAL-ON.
           MOVE WS-SL-GEN TO LS-SEAL-GEN.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - seals a destination under a           ***
      *** generation, or moves it to another. Generation zero is the ***
      *** built-in key every copy of the source carries - no seal at ***
      *** all - and a retired generation is not handed out again.    ***
      ******************************************************************
       ENTRY "REYDB_SEAL_ASSIGN" USING LS-SEAL-DESTINATION
                                       LS-SEAL-GEN.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-SEAL-DESTINATION EQUAL SPACE
           OR LS-SEAL-GEN EQUAL ZERO
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-SEAL-GEN TO WS-SL-GEN.

           PERFORM 0100-CHECK-RETIRED THRU 0100-CHECK-RETIRED-EXIT.

           IF WS-KEYSTORE-RETIRED EQUAL 'Y'
              MOVE WS-REYDB-GEN-RETIRED TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           CALL "REYDB_WHOAMI" USING WS-SL-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           ACCEPT WS-SL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SL-TIME FROM TIME.

           OPEN I-O FC-SEALDST.

      *** First sealed destination ever - the register self-creates.
           IF WS-SEALDST-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-SEALDST
              CLOSE FC-SEALDST
              OPEN I-O FC-SEALDST
           END-IF.

           MOVE LS-SEAL-DESTINATION TO FS-SEALDST-DESTINATION.
           MOVE LS-SEAL-GEN         TO FS-SEALDST-GEN.
           MOVE WS-SL-USER          TO FS-SEALDST-USER.
           MOVE WS-SL-DATE          TO FS-SEALDST-TIMESTAMP (1:8).
           MOVE WS-SL-TIME          TO FS-SEALDST-TIMESTAMP (9:8).

           WRITE FS-SEALDST-RECORD

           INVALID KEY *> Already sealed - moved to the new generation

               REWRITE FS-SEALDST-RECORD

               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT

               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

               END-REWRITE

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-SEALDST.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - a destination goes back to clear.      ***
      ******************************************************************
       ENTRY "REYDB_SEAL_DROP" USING LS-SEAL-DESTINATION.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-SEALDST.

           IF WS-SEALDST-FILE-STATUS NOT EQUAL "00"
      *** Nothing was ever sealed - nothing to drop.
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-SEAL-DESTINATION TO FS-SEALDST-DESTINATION.

           DELETE FC-SEALDST RECORD

           INVALID KEY *> Was never sealed - not an error
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           NOT INVALID KEY
               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-DELETE.

           CLOSE FC-SEALDST.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - an inbound file's first record,       ***
      *** handed over by the importer. No marker means a clear file  ***
      *** (the record is data, and the importer reads it as such); a ***
      *** marker names the generation every later record is sealed   ***
      *** under - refused, and reported, when it has been retired.   ***
      ******************************************************************
       ENTRY "REYDB_SEAL_INBOUND" USING LS-SEAL-FILE-NAME
                                        LS-SEAL-HEADER
                                        LS-SEAL-ON
                                        LS-SEAL-GEN.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE 'N'  TO LS-SEAL-ON.
           MOVE ZERO TO LS-SEAL-GEN.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           IF LS-SEAL-MARK NOT EQUAL WS-SEAL-MARKER
              GOBACK
           END-IF.

      *** A damaged header cannot name a generation to open with.
           IF LS-SEAL-HEADER-GEN NOT NUMERIC
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE LS-SEAL-HEADER-GEN TO WS-SL-GEN.

           PERFORM 0100-CHECK-RETIRED THRU 0100-CHECK-RETIRED-EXIT.

           IF WS-KEYSTORE-RETIRED EQUAL 'Y'
              MOVE LS-SEAL-FILE-NAME TO WS-SL-ALERT-NAME
              MOVE WS-SL-GEN         TO WS-SL-GEN-ED
              MOVE SPACE             TO WS-SL-ALERT-TEXT
              STRING "SEALED FILE REFUSED - GEN " DELIMITED BY SIZE
                     WS-SL-GEN-ED                 DELIMITED BY SIZE
                     " RETIRED"                   DELIMITED BY SIZE
                INTO WS-SL-ALERT-TEXT
              PERFORM 4000-WRITE-ALERT THRU 4000-WRITE-ALERT-EXIT
              MOVE WS-REYDB-GEN-RETIRED TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           MOVE 'Y'       TO LS-SEAL-ON.
           MOVE WS-SL-GEN TO LS-SEAL-GEN.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Asks the key store whether WS-SL-GEN has been retired.     ***
      ******************************************************************
       0100-CHECK-RETIRED.

           MOVE 'N' TO WS-KEYSTORE-RETIRED.

           CALL "REYDB_KEY_RETIRED" USING WS-SL-GEN
                                          WS-KEYSTORE-RETIRED
               RETURNING WS-REYDB-RESULT-KEYSTORE
           END-CALL.

       0100-CHECK-RETIRED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One error line onto the operator alert file - the name and ***
      *** text come set by the caller.                               ***
      ******************************************************************
       4000-WRITE-ALERT.

           OPEN EXTEND FC-ALERT.

           IF WS-ALERT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-ALERT
           END-IF.

           MOVE 'E'                  TO FS-ALERT-SEVERITY.
           MOVE "REYDB_SEAL"         TO FS-ALERT-PROGRAM.
           MOVE WS-SL-ALERT-NAME     TO FS-ALERT-DATABASE.
           MOVE WS-REYDB-GEN-RETIRED TO FS-ALERT-RESULT.
           MOVE WS-SL-ALERT-TEXT     TO FS-ALERT-TEXT.

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

           CALL "REYDB_ENV_NAME" USING WS-SEALDST-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-ALERT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
