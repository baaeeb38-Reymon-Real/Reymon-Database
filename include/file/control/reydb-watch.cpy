      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-watch.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************
      *** Settings for watch-list screening - ***
      *** compliance's blocked-parties list,  ***
      *** the fields each database nominates  ***
      *** for screening, the queue of held    ***
      *** records awaiting a decision, and    ***
      *** the review and rescreen listings.   ***
      ******************************************

           SELECT FC-WATCHLST
           ASSIGN DYNAMIC WS-WATCHLST-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-WATCHLST-KEY
           FILE STATUS WS-WATCHLST-FILE-STATUS.

           SELECT FC-WATCHFLD
           ASSIGN DYNAMIC WS-WATCHFLD-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-WATCHFLD-KEY
           FILE STATUS WS-WATCHFLD-FILE-STATUS.

           SELECT FC-WATCHQ
           ASSIGN DYNAMIC WS-WATCHQ-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-WATCHQ-KEY
           FILE STATUS WS-WATCHQ-FILE-STATUS.

           SELECT FC-WATCH-RPT
           ASSIGN DYNAMIC WS-WATCH-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-WATCH-RPT-STATUS.
