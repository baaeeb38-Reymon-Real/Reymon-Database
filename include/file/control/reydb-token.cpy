      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-token.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the token vault, the  ***
      *** detokenize grants and the          ***
      *** detokenize log REYDB_TOKENIZE      ***
      *** maintains.                         ***
      *****************************************

      *** One row per real value of a sensitive field, keyed by
      *** database name plus the surrogate token that stands in for
      *** it in the row - one file for the whole estate, like
      *** dictionary.dat. The alternate key finds the token already
      *** issued for a value, so one account number always carries
      *** one token and extracts still match and count correctly.
           SELECT FC-VAULT
           ASSIGN DYNAMIC WS-VAULT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-VAULT-KEY
           ALTERNATE RECORD KEY IS FS-VAULT-VALUE-KEY
           FILE STATUS WS-VAULT-FILE-STATUS.

      *** One row per user allowed to resolve a database's tokens.
           SELECT FC-TOKGRANT
           ASSIGN DYNAMIC WS-TOKGRANT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TOKGRANT-KEY
           FILE STATUS WS-TOKGRANT-FILE-STATUS.

      *** One line per detokenize attempt, granted or not.
           SELECT FC-DETOKLOG
           ASSIGN DYNAMIC WS-DETOKLOG-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-DETOKLOG-FILE-STATUS.
