      *** Author:  Reymon Dev         ***
      *** File:    convert.cbl        ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       FILE-CONTROL.

           SELECT FC-CVT-OLDLOG
           ASSIGN DYNAMIC WS-CVT-OLDLOG-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CVT-OLDLOG-STATUS.

           SELECT FC-CVT-NEWLOG
           ASSIGN DYNAMIC WS-CVT-NEWLOG-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CVT-NEWLOG-STATUS.

           SELECT FC-CVT-OLDDECK
           ASSIGN DYNAMIC WS-CVT-OLDDECK-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CVT-OLDDECK-STATUS.

           SELECT FC-CVT-NEWDECK
           ASSIGN DYNAMIC WS-CVT-NEWDECK-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CVT-NEWDECK-STATUS.

           SELECT FC-CVT-OLDSTA
           ASSIGN DYNAMIC WS-CVT-OLDSTA-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CVT-OLDSTA-STEP
           FILE STATUS WS-CVT-OLDSTA-STATUS.

           SELECT FC-CVT-NEWSTA
           ASSIGN DYNAMIC WS-CVT-NEWSTA-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CVT-NEWSTA-STEP
           FILE STATUS WS-CVT-NEWSTA-STATUS.

           SELECT FC-CVT-REPORT
           ASSIGN DYNAMIC WS-CVT-REPORT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CVT-REPORT-STATUS.
      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".

       77 WS-CVT-OLDLOG-STATUS  PIC X(02) VALUE SPACE.
       77 WS-CVT-OLDLOG-NAME    PIC X(64) VALUE "runlog.dat".
       77 WS-CVT-NEWLOG-STATUS  PIC X(02) VALUE SPACE.
       77 WS-CVT-NEWLOG-NAME    PIC X(64) VALUE "runlog.new".
       77 WS-CVT-OLDDECK-STATUS PIC X(02) VALUE SPACE.
       77 WS-CVT-OLDDECK-NAME   PIC X(64) VALUE "rundeck.dat".
       77 WS-CVT-NEWDECK-STATUS PIC X(02) VALUE SPACE.
       77 WS-CVT-NEWDECK-NAME   PIC X(64) VALUE "rundeck.new".
       77 WS-CVT-OLDSTA-STATUS  PIC X(02) VALUE SPACE.
       77 WS-CVT-OLDSTA-NAME    PIC X(64) VALUE "rundeck.sta".
       77 WS-CVT-NEWSTA-STATUS  PIC X(02) VALUE SPACE.
       77 WS-CVT-NEWSTA-NAME    PIC X(64) VALUE "rundeck.stn".
       77 WS-CVT-REPORT-STATUS  PIC X(02) VALUE SPACE.
       77 WS-CVT-REPORT-NAME    PIC X(64) VALUE "convert.rpt".

      *** CBL_CHECK_FILE_EXIST's answer block - the size leads it.
       01 WS-CVT-FILE-INFO.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

       0000-MAINLINE.

           OPEN OUTPUT FC-CVT-REPORT.
      ******************************************************************
       1000-CONVERT-RUNLOG.

           MOVE WS-CVT-OLDLOG-NAME TO WS-CVT-FILE-NAME.
           PERFORM 0100-JUDGE-THE-SIZE
              THRU 0100-JUDGE-THE-SIZE-EXIT.

           CLOSE FC-CVT-OLDLOG.
           CLOSE FC-CVT-NEWLOG.

           MOVE WS-CVT-NEWLOG-NAME TO WS-CVT-FILE-NAME.
           PERFORM 0200-SWAP-INTO-PLACE
              THRU 0200-SWAP-INTO-PLACE-EXIT.

      ******************************************************************
       2000-CONVERT-RUNDECK.

           MOVE WS-CVT-OLDDECK-NAME TO WS-CVT-FILE-NAME.
           PERFORM 0100-JUDGE-THE-SIZE
              THRU 0100-JUDGE-THE-SIZE-EXIT.

           CLOSE FC-CVT-OLDDECK.
           CLOSE FC-CVT-NEWDECK.

           MOVE WS-CVT-NEWDECK-NAME TO WS-CVT-FILE-NAME.
           PERFORM 0200-SWAP-INTO-PLACE
              THRU 0200-SWAP-INTO-PLACE-EXIT.

           CLOSE FC-CVT-OLDSTA.
           CLOSE FC-CVT-NEWSTA.

           MOVE WS-CVT-NEWSTA-NAME TO WS-CVT-FILE-NAME.
           PERFORM 0200-SWAP-INTO-PLACE
              THRU 0200-SWAP-INTO-PLACE-EXIT.

              GO TO 0100-JUDGE-THE-SIZE-EXIT
           END-IF.

           IF WS-CVT-FILE-NAME EQUAL WS-CVT-OLDLOG-NAME
              DIVIDE WS-CVT-FILE-SIZE BY 114
                  GIVING WS-CVT-SIZE-QUOT
                  REMAINDER WS-CVT-REM-OLD
       0200-SWAP-INTO-PLACE.

           EVALUATE WS-CVT-FILE-NAME
               WHEN WS-CVT-NEWLOG-NAME
                   CALL "CBL_DELETE_FILE" USING WS-CVT-OLDLOG-NAME
                       RETURNING WS-CVT-DELETE-RC
                   END-CALL
                   CALL "CBL_RENAME_FILE" USING WS-CVT-NEWLOG-NAME
                                                WS-CVT-OLDLOG-NAME
                       RETURNING WS-CVT-RENAME-RC
                   END-CALL
               WHEN WS-CVT-NEWDECK-NAME
                   CALL "CBL_DELETE_FILE" USING WS-CVT-OLDDECK-NAME
                       RETURNING WS-CVT-DELETE-RC
                   END-CALL
                   CALL "CBL_RENAME_FILE" USING WS-CVT-NEWDECK-NAME
                                                WS-CVT-OLDDECK-NAME
                       RETURNING WS-CVT-RENAME-RC
                   END-CALL
               WHEN WS-CVT-NEWSTA-NAME
                   CALL "CBL_DELETE_FILE" USING WS-CVT-OLDSTA-NAME
                       RETURNING WS-CVT-DELETE-RC
                   END-CALL
                   CALL "CBL_RENAME_FILE" USING WS-CVT-NEWSTA-NAME
                                                WS-CVT-OLDSTA-NAME
                       RETURNING WS-CVT-RENAME-RC
                   END-CALL
           END-EVALUATE.
       0200-SWAP-INTO-PLACE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-CVT-OLDLOG-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CVT-NEWLOG-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CVT-OLDDECK-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CVT-NEWDECK-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CVT-OLDSTA-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CVT-NEWSTA-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CVT-REPORT-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
