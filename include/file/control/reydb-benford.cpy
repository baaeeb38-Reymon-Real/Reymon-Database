      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-benford.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the leading-digit and ***
      *** round-amount analysis REYDB_BENFORD ***
      *** writes, and the scratch file it    ***
      *** keeps its lookups in.              ***
      *****************************************

      *** The analysis itself.
           SELECT FC-BENFORD
           ASSIGN DYNAMIC WS-BENFORD-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-BENFORD-FILE-STATUS.

      *** Scratch - the last auditing user per key, and how often
      *** each amount has been seen. Rebuilt on every run.
           SELECT FC-BENWRK
           ASSIGN DYNAMIC WS-BENWRK-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-BENWRK-KEY
           FILE STATUS WS-BENWRK-FILE-STATUS.
