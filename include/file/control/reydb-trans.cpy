      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-trans.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the status-transition ***
      *** table - one file for the whole     ***
      *** estate, keyed by database name     ***
      *** plus the from and to status codes  ***
      *** - and the transition report read   ***
      *** back off the audit trail.          ***
      *****************************************

           SELECT FC-TRANS
           ASSIGN DYNAMIC WS-TRANS-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TRANS-KEY
           FILE STATUS WS-TRANS-FILE-STATUS.

           SELECT FC-TRANS-RPT
           ASSIGN DYNAMIC WS-TRANS-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-TRANS-RPT-FILE-STATUS.
