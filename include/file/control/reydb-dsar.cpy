      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-dsar.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************
      *** Settings for the subject access     ***
      *** package - the paged package itself  ***
      *** and the work file its body is built ***
      *** on while the sources are searched.  ***
      ******************************************

           SELECT FC-DSAR-RPT
           ASSIGN DYNAMIC WS-DSAR-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-DSAR-RPT-STATUS.

           SELECT FC-DSAR-WRK
           ASSIGN DYNAMIC WS-DSAR-WRK-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-DSAR-WRK-STATUS.
