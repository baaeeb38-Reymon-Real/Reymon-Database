      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-vault.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the offsite vault    ***
      *** register - one file for the       ***
      *** estate, keyed by database and     ***
      *** volume - and the daily pick list  ***
      *** written against it.              ***
      *****************************************

           SELECT FC-VAULT
           ASSIGN DYNAMIC WS-VAULT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-VAULT-KEY
           FILE STATUS WS-VAULT-FILE-STATUS.

           SELECT FC-VAULT-PCK
           ASSIGN DYNAMIC WS-VAULT-PCK-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-VAULT-PCK-FILE-STATUS.
