      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-sod.cpy      ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for segregation of duties ***
      *** - the functional roles, the toxic  ***
      *** pairs, the recorded overrides and  ***
      *** the conflicts report.              ***
      *****************************************

      *** One row per user holding a functional role, keyed role
      *** first so "does anybody hold it" is one START.
           SELECT FC-ROLE
           ASSIGN DYNAMIC WS-ROLE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ROLE-KEY
           FILE STATUS WS-ROLE-FILE-STATUS.

      *** One row per conflict rule - two rights no one person
      *** should hold together.
           SELECT FC-SODRULE
           ASSIGN DYNAMIC WS-SODRULE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SODRULE-ID
           FILE STATUS WS-SODRULE-FILE-STATUS.

      *** One row per accepted conflict - the user, the rule, who
      *** accepted it and why.
           SELECT FC-SODOVR
           ASSIGN DYNAMIC WS-SODOVR-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SODOVR-KEY
           FILE STATUS WS-SODOVR-FILE-STATUS.

           SELECT FC-SODRPT
           ASSIGN DYNAMIC WS-SODRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SODRPT-FILE-STATUS.
