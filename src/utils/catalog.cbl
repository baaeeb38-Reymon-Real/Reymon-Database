      *** Author:  Reymon Dev         ***
      *** File:    catalog.cbl        ***
      *** Date:    August 10 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-catalog.cpy".

       77 WS-CATALOG-DATE PIC 9(08) VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-CATALOG.

      *** First database ever provisioned - catalog.dat does not
      ******************************************************************
       ENTRY "REYDB_UNCATALOG" USING LS-REYDB-DATABASE-NAME.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-CATALOG.

           IF WS-CATALOG-FILE-STATUS EQUAL "35"
                                          LS-CATALOG-COMPRESS
                                          LS-CATALOG-VALIDATE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           OPEN I-O FC-CATALOG.

           IF WS-CATALOG-FILE-STATUS EQUAL "35"

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-CATALOG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
