      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-quota.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the storage quotas - ***
      *** one file for the estate, keyed by ***
      *** database and user - and the usage ***
      *** report written against them.      ***
      *****************************************

           SELECT FC-QUOTA
           ASSIGN DYNAMIC WS-QUOTA-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-QUOTA-KEY
           FILE STATUS WS-QUOTA-FILE-STATUS.

           SELECT FC-QUOTA-RPT
           ASSIGN DYNAMIC WS-QUOTA-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-QUOTA-RPT-FILE-STATUS.
