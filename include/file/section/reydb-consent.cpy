      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-consent.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One record's consent for one purpose - 'G' granted or 'W'  ***
      *** withdrawn from FS-CONSENT-EFFECTIVE on, and the flag that  ***
      *** stood before it (SPACE when nothing did), which is what    ***
      *** holds until a future-dated change takes effect. No row at  ***
      *** all is no consent.                                         ***
      ******************************************************************

       FD  FC-CONSENT.
       01  FS-CONSENT-RECORD.
           02 FS-CONSENT-KEY.
              03 FS-CONSENT-DATABASE PIC X(64).
              03 FS-CONSENT-RECKEY   PIC X(18).
              03 FS-CONSENT-PURPOSE  PIC X(08).
           02 FS-CONSENT-FLAG        PIC X(01).
              88 FS-CONSENT-IS-GRANTED   VALUE 'G'.
              88 FS-CONSENT-IS-WITHDRAWN VALUE 'W'.
           02 FS-CONSENT-EFFECTIVE   PIC 9(08).
           02 FS-CONSENT-PRIOR-FLAG  PIC X(01).
           02 FS-CONSENT-SET-BY      PIC X(08).
           02 FS-CONSENT-SET-TS      PIC X(16).

      ******************************************************************
      *** One outbound channel's purpose - a program name            ***
      *** (REYDB_LETTER, REYDB_EXPORT_CSV, REYDB_EXPORT_JSON,        ***
      *** REYDB_PARTNER_OUT), a delta-export destination or a CDC    ***
      *** subscriber. An untagged channel ships every row, as it     ***
      *** always did.                                                ***
      ******************************************************************

       FD  FC-CONSENTTAG.
       01  FS-CONSENTTAG-RECORD.
           02 FS-CONSENTTAG-CHANNEL PIC X(32).
           02 FS-CONSENTTAG-PURPOSE PIC X(08).
           02 FS-CONSENTTAG-SET-BY  PIC X(08).
           02 FS-CONSENTTAG-SET-TS  PIC X(16).

      *************************************
      *** One register change - who set ***
      *** which flag for which record   ***
      *** and purpose, effective when.  ***
      *** A channel tag is filed under  ***
      *** key *TAG* with the channel in ***
      *** the database column.          ***
      *************************************

       FD  FC-CONSENTHIS.
       01  FS-CONSENTHIS-RECORD.
           02 FS-CONSENTHIS-TS        PIC X(16).
           02 FS-CONSENTHIS-DATABASE  PIC X(64).
           02 FS-CONSENTHIS-RECKEY    PIC X(18).
           02 FS-CONSENTHIS-PURPOSE   PIC X(08).
           02 FS-CONSENTHIS-FLAG      PIC X(01).
           02 FS-CONSENTHIS-EFFECTIVE PIC 9(08).
           02 FS-CONSENTHIS-USER      PIC X(08).

      *************************************
      *** One outbound run's tally -    ***
      *** rows shipped and rows consent ***
      *** held back, per channel.       ***
      *************************************

       FD  FC-CONSENTSUP.
       01  FS-CONSENTSUP-RECORD.
           02 FS-CONSENTSUP-TS         PIC X(16).
           02 FS-CONSENTSUP-CHANNEL    PIC X(32).
           02 FS-CONSENTSUP-DATABASE   PIC X(64).
           02 FS-CONSENTSUP-PURPOSE    PIC X(08).
           02 FS-CONSENTSUP-SHIPPED    PIC 9(09).
           02 FS-CONSENTSUP-SUPPRESSED PIC 9(09).

      *************************************
      *** One listing line - a history  ***
      *** change or a run's tally.      ***
      *************************************

       FD  FC-CONSENTRPT.
       01  FS-CONSENTRPT-RECORD.
           02 FS-CONSENTRPT-TS      PIC X(16).
           02 FILLER                PIC X(02).
           02 FS-CONSENTRPT-WHERE   PIC X(32).
           02 FILLER                PIC X(02).
           02 FS-CONSENTRPT-KEY     PIC X(18).
           02 FILLER                PIC X(02).
           02 FS-CONSENTRPT-PURPOSE PIC X(08).
           02 FILLER                PIC X(02).
           02 FS-CONSENTRPT-WHAT    PIC X(10).
           02 FILLER                PIC X(02).
           02 FS-CONSENTRPT-FIGURE  PIC X(20).
           02 FILLER                PIC X(02).
           02 FS-CONSENTRPT-USER    PIC X(08).
