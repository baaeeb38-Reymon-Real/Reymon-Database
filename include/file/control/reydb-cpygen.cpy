      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-cpygen.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the generated record  ***
      *** layout copybook REYDB_CPYGEN       ***
      *** writes, and the fixed-width unload ***
      *** REYDB_CPYGEN_UNLOAD writes in the  ***
      *** same shape. Both names are built   ***
      *** per database and layout version.   ***
      *****************************************

           SELECT FC-CPYGEN-OUT
           ASSIGN DYNAMIC WS-CPYGEN-OUT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CPYGEN-OUT-FILE-STATUS.

           SELECT FC-CPYGEN-UNL
           ASSIGN DYNAMIC WS-CPYGEN-UNL-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CPYGEN-UNL-FILE-STATUS.
