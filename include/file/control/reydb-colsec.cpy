      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-colsec.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the column-level     ***
      *** security file - one file for the  ***
      *** whole estate, keyed by database,  ***
      *** user (or access level) and the    ***
      *** dictionary field they may see.    ***
      *****************************************

           SELECT FC-COLSEC
           ASSIGN DYNAMIC WS-COLSEC-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-COLSEC-KEY
           FILE STATUS WS-COLSEC-FILE-STATUS.
