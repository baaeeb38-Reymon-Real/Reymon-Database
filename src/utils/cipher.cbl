      *** Author:  Reymon Dev         ***
      *** File:    cipher.cbl         ***
      *** Date:    August 11 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** REYDB_REBUILD, REYDB_DIFF, REYDB_UNLOAD - are left        ***
      *** untouched, since two ciphertext buffers compare equal    ***
      *** exactly when their plaintexts do.                        ***
      *** REYDB_ENCRYPT_LINE/REYDB_DECRYPT_LINE run the same cipher ***
      *** over one whole interface-file record of the caller's     ***
      *** length, under the generation the file is sealed with.    ***
      ******************************************************************

      ******************************************************************
       77 WS-CIPHER-SUM      PIC 9(05)        VALUE ZERO.
       77 WS-CIPHER-QUOT     PIC 9(05)        VALUE ZERO.

      *** Bytes the interface-record entries walk - the caller's
      *** record length.
       77 WS-CIPHER-LIMIT    PIC 9(04) COMP-5 VALUE ZERO.

      *** 'E' adds the key byte (encrypt), 'D' subtracts it (decrypt) -
      *** set by whichever entry point was called before the shared
      *** paragraph below runs.
      *** with).
       77 LS-REYDB-CIPHER-GEN     PIC 9(04) COMP-5 VALUE ZERO.

      *** One interface-file record, mutated in place, and how many
      *** of its bytes are the record - no more than the widest
      *** interface record (the JSON export's) ever is.
       77 LS-REYDB-CIPHER-LINE    PIC X(1400) VALUE SPACE.
       77 LS-REYDB-CIPHER-LEN     PIC 9(04) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT         PIC 9(18)  VALUE ZERO.
      ******************************************************************

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - seals one interface-file record under  ***
      *** the destination's generation.                              ***
      ******************************************************************
       ENTRY "REYDB_ENCRYPT_LINE" USING LS-REYDB-CIPHER-LINE
                                        LS-REYDB-CIPHER-LEN
                                        LS-REYDB-CIPHER-GEN.

           MOVE 'E' TO WS-CIPHER-DIRECTION.

           PERFORM 0200-LOAD-LINE-KEY THRU 0200-LOAD-LINE-KEY-EXIT.

           PERFORM 1100-CIPHER-LINE THRU 1100-CIPHER-LINE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixth entry point - opens one sealed interface-file record ***
      *** under the generation its file's header names.              ***
      ******************************************************************
       ENTRY "REYDB_DECRYPT_LINE" USING LS-REYDB-CIPHER-LINE
                                        LS-REYDB-CIPHER-LEN
                                        LS-REYDB-CIPHER-GEN.

           MOVE 'D' TO WS-CIPHER-DIRECTION.

           PERFORM 0200-LOAD-LINE-KEY THRU 0200-LOAD-LINE-KEY-EXIT.

           PERFORM 1100-CIPHER-LINE THRU 1100-CIPHER-LINE-EXIT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Loads the in-effect generation's key - the built-in key    ***
      *** (generation zero) when no store exists.                    ***
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Loads the named generation's key for the interface-record  ***
      *** entries, and bounds the walk to the caller's length.       ***
      ******************************************************************
       0200-LOAD-LINE-KEY.

           MOVE LS-REYDB-CIPHER-GEN TO WS-CIPHER-GEN.

           CALL "REYDB_KEY_GET" USING WS-CIPHER-GEN
                                      WS-CIPHER-KEY
               RETURNING WS-REYDB-RESULT-KEYSTORE
           END-CALL.

           MOVE LS-REYDB-CIPHER-LEN TO WS-CIPHER-LIMIT.

           IF WS-CIPHER-LIMIT GREATER THAN 1400
              MOVE 1400 TO WS-CIPHER-LIMIT
           END-IF.

       0200-LOAD-LINE-KEY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Walks every byte of LS-REYDB-CIPHER-CONTENT, adding (or    ***
      *** subtracting) the matching key byte modulo 256 in place.    ***
       1000-CIPHER-CONTENT-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The same walk over LS-REYDB-CIPHER-LINE, for the record    ***
      *** length the caller gave.                                    ***
      ******************************************************************
       1100-CIPHER-LINE.

           MOVE 1 TO WS-CIPHER-IDX.
           MOVE 1 TO WS-CIPHER-KEY-IDX.

           PERFORM UNTIL WS-CIPHER-IDX > WS-CIPHER-LIMIT

               MOVE LS-REYDB-CIPHER-LINE (WS-CIPHER-IDX:1)
                 TO WS-CIPHER-CHAR
               MOVE WS-CIPHER-KEY (WS-CIPHER-KEY-IDX:1)
                 TO WS-CIPHER-KEY-CHAR

               IF WS-CIPHER-DIRECTION EQUAL 'E'
                  COMPUTE WS-CIPHER-SUM =
                      WS-CIPHER-VAL + WS-CIPHER-KEY-VAL
               ELSE
                  COMPUTE WS-CIPHER-SUM =
                      WS-CIPHER-VAL - WS-CIPHER-KEY-VAL + 256
               END-IF

               DIVIDE WS-CIPHER-SUM BY 256 GIVING WS-CIPHER-QUOT
                   REMAINDER WS-CIPHER-VAL

               MOVE WS-CIPHER-CHAR
                 TO LS-REYDB-CIPHER-LINE (WS-CIPHER-IDX:1)

               ADD 1 TO WS-CIPHER-IDX
               ADD 1 TO WS-CIPHER-KEY-IDX

               IF WS-CIPHER-KEY-IDX > 8
                  MOVE 1 TO WS-CIPHER-KEY-IDX
               END-IF

           END-PERFORM.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

       1100-CIPHER-LINE-EXIT.
           EXIT.
      ******************************************************************
