      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-split.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the split-instruction ***
      *** card deck REYDB_SPLIT reads, and   ***
      *** the split report it writes.        ***
      *****************************************

           SELECT FC-SPLIT-CARD
           ASSIGN DYNAMIC WS-SPLIT-CARD-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SPLIT-CARD-FILE-STATUS.

           SELECT FC-SPLIT-RPT
           ASSIGN DYNAMIC WS-SPLIT-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SPLIT-RPT-FILE-STATUS.
