      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-surveil.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the weekly user-      ***
      *** behaviour surveillance listing     ***
      *** REYDB_SURVEIL writes for the       ***
      *** security officer.                  ***
      *****************************************

           SELECT FC-SURVEIL-RPT
           ASSIGN DYNAMIC WS-SURVEIL-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SURVEIL-RPT-FILE-STATUS.
