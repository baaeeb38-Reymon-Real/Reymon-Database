      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-backout.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the selective        ***
      *** back-out - the per-key work file  ***
      *** one run's trail rows are gathered ***
      *** into, and the listing of what was ***
      *** reversed and what was left alone. ***
      *****************************************

           SELECT FC-BACKWRK
           ASSIGN DYNAMIC WS-BACKWRK-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-BACKWRK-KEY
           FILE STATUS WS-BACKWRK-FILE-STATUS.

           SELECT FC-BACKRPT
           ASSIGN DYNAMIC WS-BACKRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-BACKRPT-FILE-STATUS.
