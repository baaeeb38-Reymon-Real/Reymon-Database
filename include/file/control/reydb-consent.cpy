      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-consent.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the consent register  ***
      *** - per record and purpose grant or  ***
      *** withdraw flags, the purpose each   ***
      *** outbound channel is tagged with,   ***
      *** the register's own history, each   ***
      *** outbound run's suppression count,  ***
      *** and the listing the inquiries      ***
      *** write.                             ***
      *****************************************

           SELECT FC-CONSENT
           ASSIGN DYNAMIC WS-CONSENT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CONSENT-KEY
           FILE STATUS WS-CONSENT-FILE-STATUS.

           SELECT FC-CONSENTTAG
           ASSIGN DYNAMIC WS-CONSENTTAG-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CONSENTTAG-CHANNEL
           FILE STATUS WS-CONSENTTAG-FILE-STATUS.

           SELECT FC-CONSENTHIS
           ASSIGN DYNAMIC WS-CONSENTHIS-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CONSENTHIS-FILE-STATUS.

           SELECT FC-CONSENTSUP
           ASSIGN DYNAMIC WS-CONSENTSUP-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CONSENTSUP-FILE-STATUS.

           SELECT FC-CONSENTRPT
           ASSIGN DYNAMIC WS-CONSENTRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CONSENTRPT-FILE-STATUS.
