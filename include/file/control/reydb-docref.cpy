      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-docref.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the document-        ***
      *** reference index - one file for    ***
      *** the estate, keyed by database,    ***
      *** record key and document id - the  ***
      *** document requirements by record   ***
      *** type, the imaging system's daily  ***
      *** inventory extract, the sweep's    ***
      *** scratch copy of it, and its       ***
      *** exception report.                 ***
      *****************************************

           SELECT FC-DOCREF
           ASSIGN DYNAMIC WS-DOCREF-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-DOCREF-KEY
           FILE STATUS WS-DOCREF-FILE-STATUS.

           SELECT FC-DOCREQ
           ASSIGN DYNAMIC WS-DOCREQ-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-DOCREQ-KEY
           FILE STATUS WS-DOCREQ-FILE-STATUS.

           SELECT FC-DOCINV
           ASSIGN DYNAMIC WS-DOCINV-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-DOCINV-FILE-STATUS.

           SELECT FC-DOCWRK
           ASSIGN DYNAMIC WS-DOCWRK-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-DOCWRK-DOC-ID
           FILE STATUS WS-DOCWRK-FILE-STATUS.

           SELECT FC-DOCREF-RPT
           ASSIGN DYNAMIC WS-DOCREF-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-DOCREF-RPT-FILE-STATUS.
