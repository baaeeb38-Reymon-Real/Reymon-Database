      *** Author:  Reymon Dev         ***
      *** File:    audit_fields.cbl  ***
      *** Date:    September 2 from 2026 ***
      *** Update:  October 15 from 2026  ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** ADD entries carry no before-image and are skipped - every ***
      *** field of a brand-new row "changed", which is noise, and   ***
      *** the plain audit report already shows the insert whole.    ***
      *** STATE entries repeat the images of the write they ride    ***
      *** beside and are skipped too, so a status move is not       ***
      *** reported twice.                                           ***
      *** Both images decipher under the entry's stamped            ***
      *** generation; a before-image written just ahead of a key    ***
      *** rotation can sit under the prior generation, in which     ***
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-audit.cpy".
       COPY "data/working/reydb-fieldchg.cpy".
       COPY "data/working/reydb-dict.cpy".
       COPY "data/working/reydb-policy.cpy".
       COPY "data/working/reydb-rectype.cpy".

      *** The dictionary layout the images are read against.
       77 WS-FLD-FIELD-COUNT PIC 9(02) COMP-5 VALUE ZERO.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE ZERO TO LS-REYDB-CHANGE-COUNT WS-FIELDCHG-LINE-COUNT.

      *** The field names only mean anything through this
               RETURNING WS-REYDB-RESULT-DICT
           END-CALL.

      *** A file that mixes record types reads each entry by the
      *** layout its after-image's type value picks.
           CALL "REYDB_DICT_RECTYPES" USING LS-REYDB-DATABASE-NAME
                                            WS-RECTYPE-TABLE
               RETURNING WS-REYDB-RESULT-RECTYPE
           END-CALL.

           IF WS-REYDB-RESULT-RECTYPE EQUAL WS-REYDB-SUCCESS
              MOVE 'Y' TO WS-RECTYPE-ACTIVE
           END-IF.

           IF WS-REYDB-RESULT-DICT NOT EQUAL WS-REYDB-SUCCESS
              AND NOT WS-RECTYPE-IS-ACTIVE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

               NOT AT END
                   IF FS-AUDIT-OPERATION NOT EQUAL "ADD"
                      AND FS-AUDIT-OPERATION NOT EQUAL "STATE"
                      AND (LS-REYDB-FILTER-KEY EQUAL SPACE
                        OR FS-AUDIT-KEY EQUAL LS-REYDB-FILTER-KEY)
                      PERFORM 1000-ANALYZE-ENTRY
               RETURNING WS-REYDB-RESULT-COMPRESS
           END-CALL.

           IF WS-RECTYPE-IS-ACTIVE
              CALL "REYDB_DICT_PICK" USING
                  WS-RECTYPE-TABLE WS-FLD-AFTER-CONTENT
                  WS-FLD-FIELD-COUNT WS-FLD-LAYOUT
                  WS-DICT-FIELD-NAMES WS-DICT-FIELD-TYPES
                  RETURNING WS-REYDB-RESULT-RECTYPE
              END-CALL
           END-IF.

           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                     UNTIL WS-FLD-IDX GREATER THAN WS-FLD-FIELD-COUNT

       1100-COMPARE-ONE-FIELD-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-FIELDCHG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
