      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-diag.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************
      *** Settings for the diagnostic        ***
      *** snapshots a failing batch run      ***
      *** leaves behind, and the listing     ***
      *** that prints them for a ticket.     ***
      ******************************************

           SELECT FC-DIAG
           ASSIGN DYNAMIC WS-DIAG-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-DIAG-KEY
           FILE STATUS WS-DIAG-FILE-STATUS.

           SELECT FC-DIAGRPT
           ASSIGN DYNAMIC WS-DIAGRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-DIAGRPT-FILE-STATUS.
