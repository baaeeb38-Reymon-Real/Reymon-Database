      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-stmt.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************
      *** Settings for the statement run -    ***
      *** the key list that drives it when no ***
      *** key range is given, one statement   ***
      *** file per key (ASSIGN DYNAMIC off    ***
      *** the database and key, the way the   ***
      *** report burst names its files) and   ***
      *** the manifest listing them.          ***
      ******************************************

           SELECT FC-STMT-KEYS
           ASSIGN DYNAMIC WS-STMT-KEYS-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-STMT-KEYS-STATUS.

           SELECT FC-STMT
           ASSIGN DYNAMIC WS-STMT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-STMT-FILE-STATUS.

           SELECT FC-STMT-MANIFEST
           ASSIGN DYNAMIC WS-STMT-MANIFEST-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-STMT-MANIFEST-STATUS.
