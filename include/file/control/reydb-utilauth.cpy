      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-utilauth.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for utility authority -  ***
      *** which users may run which of the  ***
      *** destructive and administrative    ***
      *** programs, and the listing of it.  ***
      *****************************************

      *** One row per user allowed a utility, keyed program first so
      *** "is this program governed at all" is one START.
           SELECT FC-UTILAUTH
           ASSIGN DYNAMIC WS-UTILAUTH-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-UTILAUTH-KEY
           FILE STATUS WS-UTILAUTH-FILE-STATUS.

           SELECT FC-UTILRPT
           ASSIGN DYNAMIC WS-UTILRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-UTILRPT-FILE-STATUS.
