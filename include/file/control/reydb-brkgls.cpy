      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-brkgls.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for break-glass access - ***
      *** the emergency grants and the      ***
      *** next-day review listing.          ***
      *****************************************

      *** One row per emergency grant, keyed user and database first
      *** so "does this user hold one here" is one START.
           SELECT FC-BRKGLS
           ASSIGN DYNAMIC WS-BRKGLS-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-BRKGLS-KEY
           FILE STATUS WS-BRKGLS-FILE-STATUS.

           SELECT FC-BGLRPT
           ASSIGN DYNAMIC WS-BGLRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-BGLRPT-FILE-STATUS.
