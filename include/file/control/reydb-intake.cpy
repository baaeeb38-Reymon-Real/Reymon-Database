      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-intake.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************
      *** Settings for the inbound landing    ***
      *** zone - the landing list of files    ***
      *** waiting, the source-to-program      ***
      *** routing table and the intake        ***
      *** register every outcome lands on.    ***
      ******************************************

           SELECT FC-LANDING
           ASSIGN DYNAMIC WS-LANDING-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LANDING-FILE-STATUS.

           SELECT FC-INTAKE-ROUTE
           ASSIGN DYNAMIC WS-ROUTE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ROUTE-SOURCE
           FILE STATUS WS-ROUTE-FILE-STATUS.

      *** FS-INTAKE-PRINT is the file's fingerprint - a file already
      *** loaded under the same one is the same file sent twice.
           SELECT FC-INTAKE
           ASSIGN DYNAMIC WS-INTAKE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-INTAKE-ID
           ALTERNATE RECORD KEY IS FS-INTAKE-PRINT
               WITH DUPLICATES
           FILE STATUS WS-INTAKE-FILE-STATUS.

      *** One landed file as it arrived, read in the record shape of
      *** the program it is routed to - the extract, the CSV, the
      *** JSON feed or the partner's fixed record.
           SELECT FC-LANDED-EXT
           ASSIGN DYNAMIC WS-INTAKE-LANDED-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LANDED-FILE-STATUS.

           SELECT FC-LANDED-CSV
           ASSIGN DYNAMIC WS-INTAKE-LANDED-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LANDED-FILE-STATUS.

           SELECT FC-LANDED-JSON
           ASSIGN DYNAMIC WS-INTAKE-LANDED-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LANDED-FILE-STATUS.

           SELECT FC-LANDED-PTN
           ASSIGN DYNAMIC WS-INTAKE-LANDED-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LANDED-FILE-STATUS.

      *** The same file's data records - header and trailer left
      *** behind - staged under the name its routed program reads.
           SELECT FC-STAGED-EXT
           ASSIGN DYNAMIC WS-INTAKE-STAGE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-STAGED-FILE-STATUS.

           SELECT FC-STAGED-CSV
           ASSIGN DYNAMIC WS-INTAKE-STAGE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-STAGED-FILE-STATUS.

           SELECT FC-STAGED-JSON
           ASSIGN DYNAMIC WS-INTAKE-STAGE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-STAGED-FILE-STATUS.

           SELECT FC-STAGED-PTN
           ASSIGN DYNAMIC WS-INTAKE-STAGE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-STAGED-FILE-STATUS.
