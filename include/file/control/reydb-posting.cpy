      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-posting.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************
      *** Settings for double-entry          ***
      *** posting - the batch of journal     ***
      *** lines to post, the journal every   ***
      *** landed line is filed to, the       ***
      *** batch listing and trial balance.   ***
      ******************************************

           SELECT FC-POSTBAT
           ASSIGN DYNAMIC WS-POSTBAT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-POSTBAT-FILE-STATUS.

           SELECT FC-POSTJRNL
           ASSIGN DYNAMIC WS-POSTJRNL-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-POSTJRNL-KEY
           FILE STATUS WS-POSTJRNL-FILE-STATUS.

           SELECT FC-POSTRPT
           ASSIGN DYNAMIC WS-POSTRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-POSTRPT-FILE-STATUS.

           SELECT FC-TRIALRPT
           ASSIGN DYNAMIC WS-TRIALRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-TRIALRPT-FILE-STATUS.
