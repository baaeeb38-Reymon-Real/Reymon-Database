      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    consent.cbl        ***
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
       PROGRAM-ID. REYDB_CONSENT IS INITIAL.
       AUTHOR. Reymon Dev.
       DATE-WRITTEN.  October 15 from 2026.
       DATE-COMPILED. October 15 from 2026.
      ******************************************************************

      ******************************************************************
      *** The consent register - per record, per purpose grant or    ***
      *** withdraw flags with effective dates, so a customer who     ***
      *** opted out of marketing stays out of every outbound channel ***
      *** instead of only the one somebody remembered.               ***
      ***                                                            ***
      *** REYDB_CONSENT sets one record's flag for one purpose;      ***
      *** REYDB_CONSENT_TAG tags an outbound channel (a program      ***
      *** name, a delta-export destination or a CDC subscriber) with ***
      *** the purpose it ships under. Each outbound run asks         ***
      *** REYDB_CONSENT_PURPOSE once - an untagged channel ships     ***
      *** every row exactly as before - then REYDB_CONSENT_CHECK per ***
      *** row, and files its shipped/suppressed tally through        ***
      *** REYDB_CONSENT_TALLY. Every register change lands on        ***
      *** consent.his; REYDB_CONSENT_HISTORY lists a record's (or a  ***
      *** database's) changes and REYDB_CONSENT_RUNS a day's         ***
      *** suppression tallies, both onto consent.rpt.                ***
      ***                                                            ***
      *** A flag dated ahead of today does not take hold until that  ***
      *** day - the flag it replaces keeps answering meanwhile.      ***
      *** Tagging is the opt-in: once a channel carries a purpose, a ***
      *** record with no grant on file for it is not shipped.        ***
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "file/control/reydb-consent.cpy".
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.

       COPY "file/section/reydb-consent.cpy".
      ******************************************************************

      ******************************************************************
       WORKING-STORAGE SECTION.

       COPY "data/working/state.cpy".
       COPY "data/working/reydb-env.cpy".
       COPY "data/working/reydb-consent.cpy".

      *** Resolved database name - blank follows the same
      *** "reymon.db" default every other program honors.
       77 WS-CNS-RESOLVED-NAME PIC X(64) VALUE SPACE.

      *** Who is setting the flag, and when.
       77 WS-CNS-USER            PIC X(08) VALUE SPACE.
       77 WS-REYDB-RESULT-WHOAMI PIC 9(18) VALUE ZERO.
       77 WS-CNS-DATE            PIC 9(08) VALUE ZERO.
       77 WS-CNS-TIME            PIC 9(08) VALUE ZERO.
       77 WS-CNS-STAMP           PIC X(16) VALUE SPACE.

      *** The flag that stands today on the row in hand.
       77 WS-CNS-STANDING PIC X(01) VALUE SPACE.

      *** An edited figure for a listing line.
       77 WS-CNS-EDIT PIC Z(06)9 VALUE ZERO.

       77 WS-CNS-LINES PIC 9(05) COMP-5 VALUE ZERO.
       77 WS-CNS-EOF   PIC X(01) VALUE 'N'.
      ******************************************************************

      ******************************************************************
       LINKAGE SECTION.

       77 LS-REYDB-DATABASE-NAME PIC X(64) VALUE SPACE.

      *** The record and purpose a flag is set for or asked about.
       77 LS-CONSENT-RECKEY  PIC X(18) VALUE SPACE.
       77 LS-CONSENT-PURPOSE PIC X(08) VALUE SPACE.

      *** 'G' grant or 'W' withdraw, and the day it takes hold -
      *** zero means today.
       77 LS-CONSENT-FLAG      PIC X(01) VALUE SPACE.
       77 LS-CONSENT-EFFECTIVE PIC 9(08) VALUE ZERO.

      *** An outbound channel's name as it is tagged.
       77 LS-CONSENT-CHANNEL PIC X(32) VALUE SPACE.

      *** 'Y' when the row may go out on the asking channel.
       77 LS-CONSENT-ALLOWED PIC X(01) VALUE 'Y'.

      *** One outbound run's tallies.
       77 LS-CONSENT-SHIPPED    PIC 9(09) COMP-5 VALUE ZERO.
       77 LS-CONSENT-SUPPRESSED PIC 9(09) COMP-5 VALUE ZERO.

      *** The day a tally listing covers - zero means today.
       77 LS-CONSENT-DAY PIC 9(08) VALUE ZERO.

       77 LS-REYDB-LINE-COUNT PIC 9(05) COMP-5 VALUE ZERO.

       77 LS-REYDB-RESULT PIC 9(18) VALUE ZERO.
          88 LS-REYDB-RESULT-IS-SUCCESS         VALUE 00.
          88 LS-REYDB-RESULT-IS-FAILURE         VALUE 99.
          88 LS-REYDB-RESULT-IS-VALIDATION-FAIL VALUE 15.
      ******************************************************************

      ******************************************************************
      *** Primary entry point - sets one record's consent for one    ***
      *** purpose, effective today or on a later day.                ***
      ******************************************************************
       PROCEDURE DIVISION USING     LS-REYDB-DATABASE-NAME
                                    LS-CONSENT-RECKEY
                                    LS-CONSENT-PURPOSE
                                    LS-CONSENT-FLAG
                                    LS-CONSENT-EFFECTIVE
                          RETURNING LS-REYDB-RESULT.
      ******************************************************************

      ******************************************************************
      *** Fixed file names qualified for the environment first.
           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-CONSENT-RECKEY  EQUAL SPACE
           OR LS-CONSENT-PURPOSE EQUAL SPACE
           OR (LS-CONSENT-FLAG NOT EQUAL 'G'
               AND LS-CONSENT-FLAG NOT EQUAL 'W')
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 0200-STAMP        THRU 0200-STAMP-EXIT.

           IF LS-CONSENT-EFFECTIVE NOT NUMERIC
           OR LS-CONSENT-EFFECTIVE EQUAL ZERO
              MOVE WS-CNS-DATE TO LS-CONSENT-EFFECTIVE
           END-IF.

           OPEN I-O FC-CONSENT.

      *** First flag ever - consent.dat does not exist yet.
           IF WS-CONSENT-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-CONSENT
              CLOSE FC-CONSENT
              OPEN I-O FC-CONSENT
           END-IF.

           MOVE WS-CNS-RESOLVED-NAME TO FS-CONSENT-DATABASE.
           MOVE LS-CONSENT-RECKEY    TO FS-CONSENT-RECKEY.
           MOVE LS-CONSENT-PURPOSE   TO FS-CONSENT-PURPOSE.

           READ FC-CONSENT KEY IS FS-CONSENT-KEY

           INVALID KEY

               MOVE SPACE TO FS-CONSENT-PRIOR-FLAG
               MOVE LS-CONSENT-FLAG      TO FS-CONSENT-FLAG
               MOVE LS-CONSENT-EFFECTIVE TO FS-CONSENT-EFFECTIVE
               MOVE WS-CNS-USER          TO FS-CONSENT-SET-BY
               MOVE WS-CNS-STAMP         TO FS-CONSENT-SET-TS

               WRITE FS-CONSENT-RECORD
               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
               END-WRITE

           NOT INVALID KEY

      *** Whatever stands today is what holds until the new flag's
      *** day comes round.
               PERFORM 1000-STANDING-FLAG
                  THRU 1000-STANDING-FLAG-EXIT
               MOVE WS-CNS-STANDING      TO FS-CONSENT-PRIOR-FLAG
               MOVE LS-CONSENT-FLAG      TO FS-CONSENT-FLAG
               MOVE LS-CONSENT-EFFECTIVE TO FS-CONSENT-EFFECTIVE
               MOVE WS-CNS-USER          TO FS-CONSENT-SET-BY
               MOVE WS-CNS-STAMP         TO FS-CONSENT-SET-TS

               REWRITE FS-CONSENT-RECORD
               INVALID KEY
                   MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
               NOT INVALID KEY
                   MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
               END-REWRITE

           END-READ.

           CLOSE FC-CONSENT.

           IF LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
              MOVE WS-CNS-RESOLVED-NAME TO FS-CONSENTHIS-DATABASE
              MOVE LS-CONSENT-RECKEY    TO FS-CONSENTHIS-RECKEY
              MOVE LS-CONSENT-PURPOSE   TO FS-CONSENTHIS-PURPOSE
              MOVE LS-CONSENT-FLAG      TO FS-CONSENTHIS-FLAG
              MOVE LS-CONSENT-EFFECTIVE TO FS-CONSENTHIS-EFFECTIVE
              PERFORM 2000-WRITE-HISTORY THRU 2000-WRITE-HISTORY-EXIT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Second entry point - tags an outbound channel with the     ***
      *** purpose it ships under. A SPACE purpose takes the tag off, ***
      *** and the channel ships every row again.                     ***
      ******************************************************************
       ENTRY "REYDB_CONSENT_TAG" USING LS-CONSENT-CHANNEL
                                       LS-CONSENT-PURPOSE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           IF LS-CONSENT-CHANNEL EQUAL SPACE
              MOVE WS-REYDB-VALIDATION-FAIL TO LS-REYDB-RESULT
              GOBACK
           END-IF.

           PERFORM 0200-STAMP THRU 0200-STAMP-EXIT.

           OPEN I-O FC-CONSENTTAG.

           IF WS-CONSENTTAG-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-CONSENTTAG
              CLOSE FC-CONSENTTAG
              OPEN I-O FC-CONSENTTAG
           END-IF.

           MOVE LS-CONSENT-CHANNEL TO FS-CONSENTTAG-CHANNEL.
           MOVE WS-REYDB-SUCCESS   TO LS-REYDB-RESULT.

           IF LS-CONSENT-PURPOSE EQUAL SPACE

               DELETE FC-CONSENTTAG RECORD
               INVALID KEY *> Was never tagged - not an error
                   CONTINUE
               END-DELETE

           ELSE

               MOVE LS-CONSENT-PURPOSE TO FS-CONSENTTAG-PURPOSE
               MOVE WS-CNS-USER        TO FS-CONSENTTAG-SET-BY
               MOVE WS-CNS-STAMP       TO FS-CONSENTTAG-SET-TS

               WRITE FS-CONSENTTAG-RECORD
               INVALID KEY *> Already tagged - retag it
                   REWRITE FS-CONSENTTAG-RECORD
                   INVALID KEY
                       MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
                   END-REWRITE
               END-WRITE

           END-IF.

           CLOSE FC-CONSENTTAG.

           IF LS-REYDB-RESULT EQUAL WS-REYDB-SUCCESS
              MOVE LS-CONSENT-CHANNEL TO FS-CONSENTHIS-DATABASE
              MOVE "*TAG*"            TO FS-CONSENTHIS-RECKEY
              MOVE LS-CONSENT-PURPOSE TO FS-CONSENTHIS-PURPOSE
              MOVE SPACE              TO FS-CONSENTHIS-FLAG
              MOVE WS-CNS-DATE        TO FS-CONSENTHIS-EFFECTIVE
              PERFORM 2000-WRITE-HISTORY THRU 2000-WRITE-HISTORY-EXIT
           END-IF.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Third entry point - the purpose an outbound channel ships  ***
      *** under, SPACE when it is untagged (or nothing is tagged at  ***
      *** all), in which case the caller checks nothing.             ***
      ******************************************************************
       ENTRY "REYDB_CONSENT_PURPOSE" USING LS-CONSENT-CHANNEL
                                           LS-CONSENT-PURPOSE.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE SPACE            TO LS-CONSENT-PURPOSE.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           OPEN INPUT FC-CONSENTTAG.

           IF WS-CONSENTTAG-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           MOVE LS-CONSENT-CHANNEL TO FS-CONSENTTAG-CHANNEL.

           READ FC-CONSENTTAG KEY IS FS-CONSENTTAG-CHANNEL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-CONSENTTAG-PURPOSE TO LS-CONSENT-PURPOSE
           END-READ.

           CLOSE FC-CONSENTTAG.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fourth entry point - may this record go out for this       ***
      *** purpose today. 'Y' only on a grant that stands today; no   ***
      *** row, a withdrawal, or a grant not yet in force is 'N'.     ***
      ******************************************************************
       ENTRY "REYDB_CONSENT_CHECK" USING LS-REYDB-DATABASE-NAME
                                         LS-CONSENT-RECKEY
                                         LS-CONSENT-PURPOSE
                                         LS-CONSENT-ALLOWED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

      *** No purpose is an untagged channel - nothing to hold back.
           IF LS-CONSENT-PURPOSE EQUAL SPACE
              MOVE 'Y' TO LS-CONSENT-ALLOWED
              GOBACK
           END-IF.

           MOVE 'N' TO LS-CONSENT-ALLOWED.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           ACCEPT WS-CNS-DATE FROM DATE YYYYMMDD.

           OPEN INPUT FC-CONSENT.

           IF WS-CONSENT-FILE-STATUS NOT EQUAL "00"
              GOBACK
           END-IF.

           MOVE WS-CNS-RESOLVED-NAME TO FS-CONSENT-DATABASE.
           MOVE LS-CONSENT-RECKEY    TO FS-CONSENT-RECKEY.
           MOVE LS-CONSENT-PURPOSE   TO FS-CONSENT-PURPOSE.

           READ FC-CONSENT KEY IS FS-CONSENT-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM 1000-STANDING-FLAG
                  THRU 1000-STANDING-FLAG-EXIT
               IF WS-CNS-STANDING EQUAL 'G'
                  MOVE 'Y' TO LS-CONSENT-ALLOWED
               END-IF
           END-READ.

           CLOSE FC-CONSENT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Fifth entry point - one outbound run's tally onto          ***
      *** consentsup.log: what shipped and what consent held back.   ***
      ******************************************************************
       ENTRY "REYDB_CONSENT_TALLY" USING LS-CONSENT-CHANNEL
                                         LS-REYDB-DATABASE-NAME
                                         LS-CONSENT-PURPOSE
                                         LS-CONSENT-SHIPPED
                                         LS-CONSENT-SUPPRESSED.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           PERFORM 0200-STAMP        THRU 0200-STAMP-EXIT.

           OPEN EXTEND FC-CONSENTSUP.

           IF WS-CONSENTSUP-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-CONSENTSUP
           END-IF.

           MOVE WS-CNS-STAMP          TO FS-CONSENTSUP-TS.
           MOVE LS-CONSENT-CHANNEL    TO FS-CONSENTSUP-CHANNEL.
           MOVE WS-CNS-RESOLVED-NAME  TO FS-CONSENTSUP-DATABASE.
           MOVE LS-CONSENT-PURPOSE    TO FS-CONSENTSUP-PURPOSE.
           MOVE LS-CONSENT-SHIPPED    TO FS-CONSENTSUP-SHIPPED.
           MOVE LS-CONSENT-SUPPRESSED TO FS-CONSENTSUP-SUPPRESSED.

           WRITE FS-CONSENTSUP-RECORD.

           IF WS-CONSENTSUP-FILE-STATUS EQUAL "00"
              MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT
           ELSE
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
           END-IF.

           CLOSE FC-CONSENTSUP.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Sixth entry point - one record's register history (or a    ***
      *** whole database's, key SPACE) onto consent.rpt, oldest      ***
      *** first, with the flag standing today closing each purpose.  ***
      ******************************************************************
       ENTRY "REYDB_CONSENT_HISTORY" USING LS-REYDB-DATABASE-NAME
                                           LS-CONSENT-RECKEY
                                           LS-REYDB-LINE-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           PERFORM 0100-RESOLVE-NAME THRU 0100-RESOLVE-NAME-EXIT.
           ACCEPT WS-CNS-DATE FROM DATE YYYYMMDD.

           MOVE ZERO TO WS-CNS-LINES.
           MOVE 'N'  TO WS-CNS-EOF.

           OPEN OUTPUT FC-CONSENTRPT.
           OPEN INPUT  FC-CONSENTHIS.

           IF WS-CONSENTHIS-FILE-STATUS EQUAL "00"

              PERFORM UNTIL WS-CNS-EOF EQUAL 'S'
                  READ FC-CONSENTHIS
                  AT END
                      MOVE 'S' TO WS-CNS-EOF
                  NOT AT END
                      IF FS-CONSENTHIS-DATABASE
                         EQUAL WS-CNS-RESOLVED-NAME
                         AND (LS-CONSENT-RECKEY EQUAL SPACE
                              OR FS-CONSENTHIS-RECKEY
                                 EQUAL LS-CONSENT-RECKEY)
                         PERFORM 3000-LIST-CHANGE
                            THRU 3000-LIST-CHANGE-EXIT
                      END-IF
                  END-READ
              END-PERFORM

              CLOSE FC-CONSENTHIS

           END-IF.

      *** Then where each purpose stands today.
           OPEN INPUT FC-CONSENT.

           IF WS-CONSENT-FILE-STATUS EQUAL "00"

              MOVE WS-CNS-RESOLVED-NAME TO FS-CONSENT-DATABASE
              MOVE LS-CONSENT-RECKEY    TO FS-CONSENT-RECKEY
              MOVE LOW-VALUES           TO FS-CONSENT-PURPOSE

              IF LS-CONSENT-RECKEY EQUAL SPACE
                 MOVE LOW-VALUES TO FS-CONSENT-RECKEY
              END-IF

              MOVE 'N' TO WS-CNS-EOF

              START FC-CONSENT KEY IS GREATER THAN FS-CONSENT-KEY
              INVALID KEY
                  MOVE 'S' TO WS-CNS-EOF
              END-START

              PERFORM UNTIL WS-CNS-EOF EQUAL 'S'
                  READ FC-CONSENT NEXT RECORD
                  AT END
                      MOVE 'S' TO WS-CNS-EOF
                  NOT AT END
                      IF FS-CONSENT-DATABASE
                         NOT EQUAL WS-CNS-RESOLVED-NAME
                      OR (LS-CONSENT-RECKEY NOT EQUAL SPACE
                          AND FS-CONSENT-RECKEY
                              NOT EQUAL LS-CONSENT-RECKEY)
                         MOVE 'S' TO WS-CNS-EOF
                      ELSE
                         PERFORM 3100-LIST-STANDING
                            THRU 3100-LIST-STANDING-EXIT
                      END-IF
                  END-READ
              END-PERFORM

              CLOSE FC-CONSENT

           END-IF.

           CLOSE FC-CONSENTRPT.

           MOVE WS-CNS-LINES     TO LS-REYDB-LINE-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Seventh entry point - one day's outbound tallies onto      ***
      *** consent.rpt, how many rows each channel's run shipped and  ***
      *** how many consent suppressed.                               ***
      ******************************************************************
       ENTRY "REYDB_CONSENT_RUNS" USING LS-CONSENT-DAY
                                        LS-REYDB-LINE-COUNT.

           PERFORM 9800-ENV-NAMES THRU 9800-ENV-NAMES-EXIT.

           ACCEPT WS-CNS-DATE FROM DATE YYYYMMDD.

           IF LS-CONSENT-DAY NOT NUMERIC
           OR LS-CONSENT-DAY EQUAL ZERO
              MOVE WS-CNS-DATE TO LS-CONSENT-DAY
           END-IF.

           MOVE ZERO TO WS-CNS-LINES.
           MOVE 'N'  TO WS-CNS-EOF.

           OPEN OUTPUT FC-CONSENTRPT.
           OPEN INPUT  FC-CONSENTSUP.

           IF WS-CONSENTSUP-FILE-STATUS EQUAL "00"

              PERFORM UNTIL WS-CNS-EOF EQUAL 'S'
                  READ FC-CONSENTSUP
                  AT END
                      MOVE 'S' TO WS-CNS-EOF
                  NOT AT END
                      IF FS-CONSENTSUP-TS (1:8) EQUAL LS-CONSENT-DAY
                         PERFORM 3200-LIST-TALLY
                            THRU 3200-LIST-TALLY-EXIT
                      END-IF
                  END-READ
              END-PERFORM

              CLOSE FC-CONSENTSUP

           END-IF.

           CLOSE FC-CONSENTRPT.

           MOVE WS-CNS-LINES     TO LS-REYDB-LINE-COUNT.
           MOVE WS-REYDB-SUCCESS TO LS-REYDB-RESULT.

           GOBACK.
      ******************************************************************

      ******************************************************************
      *** Resolves the blank-means-"reymon.db" convention once, so   ***
      *** every entry point files and finds flags under one          ***
      *** spelling.                                                  ***
      ******************************************************************
       0100-RESOLVE-NAME.

           IF LS-REYDB-DATABASE-NAME EQUAL SPACE
              MOVE "reymon.db" TO WS-CNS-RESOLVED-NAME
           ELSE
              MOVE LS-REYDB-DATABASE-NAME TO WS-CNS-RESOLVED-NAME
           END-IF.

       0100-RESOLVE-NAME-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** Today, now, and who is signed on - SPACE when nobody is.   ***
      ******************************************************************
       0200-STAMP.

           ACCEPT WS-CNS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CNS-TIME FROM TIME.

           MOVE WS-CNS-DATE TO WS-CNS-STAMP (1:8).
           MOVE WS-CNS-TIME TO WS-CNS-STAMP (9:8).

           MOVE SPACE TO WS-CNS-USER.

           CALL "REYDB_WHOAMI" USING WS-CNS-USER
               RETURNING WS-REYDB-RESULT-WHOAMI
           END-CALL.

       0200-STAMP-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** The flag standing today on the consent row in hand - the   ***
      *** new one once its day has come, the one before it until     ***
      *** then.                                                      ***
      ******************************************************************
       1000-STANDING-FLAG.

           IF FS-CONSENT-EFFECTIVE NOT GREATER THAN WS-CNS-DATE
              MOVE FS-CONSENT-FLAG       TO WS-CNS-STANDING
           ELSE
              MOVE FS-CONSENT-PRIOR-FLAG TO WS-CNS-STANDING
           END-IF.

       1000-STANDING-FLAG-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One change onto consent.his - the register's own history.  ***
      ******************************************************************
       2000-WRITE-HISTORY.

           MOVE WS-CNS-STAMP TO FS-CONSENTHIS-TS.
           MOVE WS-CNS-USER  TO FS-CONSENTHIS-USER.

           OPEN EXTEND FC-CONSENTHIS.

           IF WS-CONSENTHIS-FILE-STATUS EQUAL "35"
              OPEN OUTPUT FC-CONSENTHIS
           END-IF.

           WRITE FS-CONSENTHIS-RECORD.

           IF WS-CONSENTHIS-FILE-STATUS NOT EQUAL "00"
              MOVE WS-REYDB-FAILURE TO LS-REYDB-RESULT
           END-IF.

           CLOSE FC-CONSENTHIS.

       2000-WRITE-HISTORY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One history line - GRANT or WITHDRAW and the day it takes  ***
      *** hold.                                                      ***
      ******************************************************************
       3000-LIST-CHANGE.

           MOVE SPACE                  TO FS-CONSENTRPT-RECORD.
           MOVE FS-CONSENTHIS-TS       TO FS-CONSENTRPT-TS.
           MOVE FS-CONSENTHIS-DATABASE TO FS-CONSENTRPT-WHERE.
           MOVE FS-CONSENTHIS-RECKEY   TO FS-CONSENTRPT-KEY.
           MOVE FS-CONSENTHIS-PURPOSE  TO FS-CONSENTRPT-PURPOSE.
           MOVE FS-CONSENTHIS-USER     TO FS-CONSENTRPT-USER.

           IF FS-CONSENTHIS-FLAG EQUAL 'G'
              MOVE "GRANT"    TO FS-CONSENTRPT-WHAT
           ELSE
              MOVE "WITHDRAW" TO FS-CONSENTRPT-WHAT
           END-IF.

           STRING "FROM "                 DELIMITED BY SIZE
                  FS-CONSENTHIS-EFFECTIVE DELIMITED BY SIZE
             INTO FS-CONSENTRPT-FIGURE.

           WRITE FS-CONSENTRPT-RECORD.
           ADD 1 TO WS-CNS-LINES.

       3000-LIST-CHANGE-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One purpose's standing today - NOW GRANTED or NOW          ***
      *** WITHDRAWN, with a change still to take hold noted.         ***
      ******************************************************************
       3100-LIST-STANDING.

           PERFORM 1000-STANDING-FLAG THRU 1000-STANDING-FLAG-EXIT.

           MOVE SPACE               TO FS-CONSENTRPT-RECORD.
           MOVE "*STANDING*"        TO FS-CONSENTRPT-TS.
           MOVE FS-CONSENT-DATABASE TO FS-CONSENTRPT-WHERE.
           MOVE FS-CONSENT-RECKEY   TO FS-CONSENTRPT-KEY.
           MOVE FS-CONSENT-PURPOSE  TO FS-CONSENTRPT-PURPOSE.
           MOVE FS-CONSENT-SET-BY   TO FS-CONSENTRPT-USER.

           IF WS-CNS-STANDING EQUAL 'G'
              MOVE "GRANTED"   TO FS-CONSENTRPT-WHAT
           ELSE
              MOVE "WITHHELD"  TO FS-CONSENTRPT-WHAT
           END-IF.

           IF FS-CONSENT-EFFECTIVE GREATER THAN WS-CNS-DATE
              STRING "CHANGES "            DELIMITED BY SIZE
                     FS-CONSENT-EFFECTIVE  DELIMITED BY SIZE
                INTO FS-CONSENTRPT-FIGURE
           END-IF.

           WRITE FS-CONSENTRPT-RECORD.
           ADD 1 TO WS-CNS-LINES.

       3100-LIST-STANDING-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** One outbound run's tally line - SHIPPED then SUPPRESSED.   ***
      ******************************************************************
       3200-LIST-TALLY.

           MOVE SPACE                  TO FS-CONSENTRPT-RECORD.
           MOVE FS-CONSENTSUP-TS       TO FS-CONSENTRPT-TS.
           MOVE FS-CONSENTSUP-CHANNEL  TO FS-CONSENTRPT-WHERE.
           MOVE FS-CONSENTSUP-DATABASE (1:18)
                                       TO FS-CONSENTRPT-KEY.
           MOVE FS-CONSENTSUP-PURPOSE  TO FS-CONSENTRPT-PURPOSE.
           MOVE "SUPPRESSED"           TO FS-CONSENTRPT-WHAT.

           MOVE FS-CONSENTSUP-SUPPRESSED TO WS-CNS-EDIT.
           MOVE WS-CNS-EDIT              TO FS-CONSENTRPT-FIGURE (1:7).
           MOVE " OF "                   TO FS-CONSENTRPT-FIGURE (8:4).
           COMPUTE WS-CNS-EDIT = FS-CONSENTSUP-SUPPRESSED
                               + FS-CONSENTSUP-SHIPPED.
           MOVE WS-CNS-EDIT              TO FS-CONSENTRPT-FIGURE (12:7).

           WRITE FS-CONSENTRPT-RECORD.
           ADD 1 TO WS-CNS-LINES.

       3200-LIST-TALLY-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *** This program's fixed control and report file names,        ***
      *** qualified for the environment the run unit is in.          ***
      ******************************************************************
       9800-ENV-NAMES.

           CALL "REYDB_ENV_NAME" USING WS-CONSENT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CONSENTTAG-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CONSENTHIS-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CONSENTSUP-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

           CALL "REYDB_ENV_NAME" USING WS-CONSENTRPT-FILE-NAME
               RETURNING WS-REYDB-RESULT-ENV
           END-CALL.

       9800-ENV-NAMES-EXIT.
           EXIT.
      ******************************************************************
