      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-retire.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the retired-key      ***
      *** registry - every key a delete     ***
      *** took off a database, the          ***
      *** quarantine each database holds    ***
      *** them under, and the listing the   ***
      *** inquiry writes.                   ***
      *****************************************

           SELECT FC-RETIRED
           ASSIGN DYNAMIC WS-RETIRED-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RETIRED-KEY
           FILE STATUS WS-RETIRED-FILE-STATUS.

           SELECT FC-RETQUAR
           ASSIGN DYNAMIC WS-RETQUAR-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RETQUAR-DATABASE
           FILE STATUS WS-RETQUAR-FILE-STATUS.

           SELECT FC-RETRPT
           ASSIGN DYNAMIC WS-RETRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RETRPT-FILE-STATUS.
