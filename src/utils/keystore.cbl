      *** Author:  Reymon Dev         ***
      *** File:    keystore.cbl       ***
      *** Date:    August 22 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** always carried, so every record written before the store   ***
      *** existed still deciphers - old and new coexist while        ***
      *** REYDB_REKEY works a database across windows.               ***
      *** REYDB_KEY_RETIRE takes a generation out of interface use   ***
      *** and REYDB_KEY_RETIRED answers whether one has been - a     ***
      *** sealed partner or export file under a retired generation   ***
      *** is refused on the way in.                                  ***
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-keystore.cpy".

      *** The key the cipher was born with - what generation zero
          REDEFINES WS-KEYSTORE-POINTER-X.
          02 WS-KEYSTORE-POINTER PIC 9(04).
          02 FILLER              PIC X(04).

      *** Who retired a generation, and when.
       77 WS-KEYSTORE-USER PIC X(08) VALUE SPACE.
       77 WS-KEYSTORE-DATE PIC 9(08) VALUE ZERO.
       77 WS-KEYSTORE-TIME PIC 9(08) VALUE ZERO.

      *** Result of the CALL to REYDB_WHOAMI.
       77 WS-REYDB-RESULT-WHO PIC 9(18) VALUE ZERO.
      ******************************************************************

      ******************************************************************
       77 LS-KEYSTORE-GEN   PIC 9(04) COMP-5 VALUE ZERO.
       77 LS-KEYSTORE-VALUE PIC X(08) VALUE SPACE.

      *** 'Y' back from REYDB_KEY_RETIRED for a retired generation.
       77 LS-KEYSTORE-RETIRED PIC X(01) VALUE 'N'.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-NOT-FOUND       VALUE 10.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
          88 LS-REYDB-RESULT-IS-GEN-RETIRED     VALUE 38.
      ******************************************************************

      ******************************************************************
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** Generation zero is the pointer's, and a blank key is no
      *** key at all.
           IF LS-KEYSTORE-GEN EQUAL ZERO
      ******************************************************************
       ENTRY "REYDB_KEY_SET_CURRENT" USING LS-KEYSTORE-GEN.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-KEYSTORE.

           IF WS-KEYSTORE-FILE-STATUS NOT EQUAL "00"

           END-READ.

      *** A retired generation is never put back into effect.
           PERFORM 0100-CHECK-RETIRED THRU 0100-CHECK-RETIRED-EXIT.

           IF WS-KEYSTORE-RETIRED EQUAL 'Y'
              MOVE WS-REYDB-GEN-RETIRED TO LS-REYDB-RESULT
              CLOSE FC-KEYSTORE
              GOBACK
           END-IF.

           MOVE ZERO TO WS-KEYSTORE-POINTER-X.
           MOVE LS-KEYSTORE-GEN TO WS-KEYSTORE-POINTER.

       ENTRY "REYDB_KEY_CURRENT" USING LS-KEYSTORE-GEN
                                       LS-KEYSTORE-VALUE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO                TO LS-KEYSTORE-GEN.
           MOVE WS-KEYSTORE-BUILTIN TO LS-KEYSTORE-VALUE.

       ENTRY "REYDB_KEY_GET" USING LS-KEYSTORE-GEN
                                   LS-KEYSTORE-VALUE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-KEYSTORE-BUILTIN TO LS-KEYSTORE-VALUE.

           IF LS-KEYSTORE-GEN EQUAL ZERO

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - retires a generation from interface    ***
      *** use. The generation in effect cannot be retired - put      ***
      *** another into effect first - and retiring one twice is no   ***
      *** error.                                                     ***
      ******************************************************************
       ENTRY "REYDB_KEY_RETIRE" USING LS-KEYSTORE-GEN.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

      *** The in-effect generation, off the pointer record - none
      *** filed means generation zero is in effect.
           MOVE ZERO TO WS-KEYSTORE-POINTER-X.

           OPEN INPUT FC-KEYSTORE.

           IF WS-KEYSTORE-FILE-STATUS EQUAL "00"
              MOVE ZERO TO FS-KEYSTORE-GEN
              READ FC-KEYSTORE KEY IS FS-KEYSTORE-GEN
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE FS-KEYSTORE-VALUE TO WS-KEYSTORE-POINTER-X
              END-READ
              CLOSE FC-KEYSTORE
           END-IF.

           IF LS-KEYSTORE-GEN EQUAL WS-KEYSTORE-POINTER
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           CALL "REYDB_WHOAMI" USING WS-KEYSTORE-USER
               RETURNING WS-REYDB-RESULT-WHO
           END-CALL.

           ACCEPT WS-KEYSTORE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-KEYSTORE-TIME FROM TIME.

           OPEN I-O FC-KEYRETIRE.

      *** First retirement ever - the register self-creates.
           IF WS-KEYRETIRE-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-KEYRETIRE
              CLOSE FC-KEYRETIRE
              OPEN I-O FC-KEYRETIRE
           END-IF.

           MOVE LS-KEYSTORE-GEN  TO FS-KEYRETIRE-GEN.
           MOVE WS-KEYSTORE-DATE TO FS-KEYRETIRE-TS (1:8).
           MOVE WS-KEYSTORE-TIME TO FS-KEYRETIRE-TS (9:8).
           MOVE WS-KEYSTORE-USER TO FS-KEYRETIRE-USER.

           WRITE FS-KEYRETIRE-RECORD

           INVALID KEY *> Already retired - the first stamp stands

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           NOT INVALID KEY

               MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT

           END-WRITE.

           CLOSE FC-KEYRETIRE.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixth entry point - whether a generation is retired. No    ***
      *** register means nothing ever was.                           ***
      ******************************************************************
       ENTRY "REYDB_KEY_RETIRED" USING LS-KEYSTORE-GEN
                                       LS-KEYSTORE-RETIRED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-CHECK-RETIRED THRU 0100-CHECK-RETIRED-EXIT.

           MOVE WS-KEYSTORE-RETIRED TO LS-KEYSTORE-RETIRED.
           MOVE WS-REYDB-SUCCESS    TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Looks LS-KEYSTORE-GEN up on the retirement register.       ***
      ******************************************************************
       0100-CHECK-RETIRED.

           MOVE 'N' TO WS-KEYSTORE-RETIRED.

           OPEN INPUT FC-KEYRETIRE.

           IF WS-KEYRETIRE-FILE-STATUS NOT EQUAL "00"
              GO TO 0100-CHECK-RETIRED-EXIT
           END-IF.

           MOVE LS-KEYSTORE-GEN TO FS-KEYRETIRE-GEN.

           READ FC-KEYRETIRE KEY IS FS-KEYRETIRE-GEN

           INVALID KEY
               CONTINUE

           NOT INVALID KEY
               MOVE 'Y' TO WS-KEYSTORE-RETIRED

           END-READ.

           CLOSE FC-KEYRETIRE.

       0100-CHECK-RETIRED-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-KEYSTORE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-KEYRETIRE-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
