      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-seal.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the interface-file   ***
      *** seal register - one row per       ***
      *** outbound destination naming the   ***
      *** key generation its files leave    ***
      *** sealed under.                     ***
      *****************************************

           SELECT FC-SEALDST
           ASSIGN DYNAMIC WS-SEALDST-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SEALDST-DESTINATION
           FILE STATUS WS-SEALDST-FILE-STATUS.
