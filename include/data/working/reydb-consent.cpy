      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-consent.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-CONSENT-FILE-STATUS    PIC X(02) VALUE SPACE.
       77 WS-CONSENT-FILE-NAME      PIC X(64) VALUE "consent.dat".
       77 WS-CONSENTTAG-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CONSENTTAG-FILE-NAME   PIC X(64) VALUE "consenttag.dat".
       77 WS-CONSENTHIS-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CONSENTHIS-FILE-NAME   PIC X(64) VALUE "consent.his".
       77 WS-CONSENTSUP-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CONSENTSUP-FILE-NAME   PIC X(64) VALUE "consentsup.log".
       77 WS-CONSENTRPT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CONSENTRPT-FILE-NAME   PIC X(64) VALUE "consent.rpt".

      *** Caller-side items for the outbound channels - the channel's
      *** name as tagged, the purpose it ships under (SPACE when
      *** untagged, and then nothing is checked), the answer for the
      *** row in hand, and the run's two tallies.
       77 WS-CONSENT-CHANNEL    PIC X(32) VALUE SPACE.
       77 WS-CONSENT-PURPOSE    PIC X(08) VALUE SPACE.
       77 WS-CONSENT-DATABASE   PIC X(64) VALUE SPACE.
       77 WS-CONSENT-RECKEY     PIC X(18) VALUE SPACE.
       77 WS-CONSENT-ALLOWED    PIC X(01) VALUE 'Y'.
       77 WS-CONSENT-SHIPPED    PIC 9(09) COMP-5 VALUE ZERO.
       77 WS-CONSENT-SUPPRESSED PIC 9(09) COMP-5 VALUE ZERO.

      *** Result of the CALLs to REYDB_CONSENT_*.
       77 WS-REYDB-RESULT-CONSENT PIC 9(18) VALUE ZERO.
      ******************************************************************
