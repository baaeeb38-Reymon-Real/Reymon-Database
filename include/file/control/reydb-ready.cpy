      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-ready.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the downstream       ***
      *** consumer registry - one file for  ***
      *** the estate, keyed by consumer and ***
      *** database - and the dated signal   ***
      *** file the run-deck publishes into, ***
      *** keyed by run date, consumer and   ***
      *** database.                         ***
      *****************************************

           SELECT FC-CONSUMER
           ASSIGN DYNAMIC WS-CONSUMER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CONSUMER-KEY
           FILE STATUS WS-CONSUMER-FILE-STATUS.

           SELECT FC-READY
           ASSIGN DYNAMIC WS-READY-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-READY-KEY
           FILE STATUS WS-READY-FILE-STATUS.
