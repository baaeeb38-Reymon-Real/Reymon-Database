      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-qdef.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the saved query and   ***
      *** report definition library and its  ***
      *** listing.                           ***
      *****************************************

           SELECT FC-QDEF
           ASSIGN DYNAMIC WS-QDEF-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-QDEF-NAME
           FILE STATUS WS-QDEF-FILE-STATUS.

           SELECT FC-QDEF-RPT
           ASSIGN DYNAMIC WS-QDEF-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-QDEF-RPT-FILE-STATUS.
