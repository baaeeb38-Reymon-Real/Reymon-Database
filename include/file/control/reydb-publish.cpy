      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-publish.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the intranet pages    ***
      *** REYDB_PUBLISH renders from the     ***
      *** spool - the report page and one    ***
      *** burst page per break value (both   ***
      *** ASSIGN DYNAMIC off their own       ***
      *** names), the register of what is    ***
      *** published keyed by report,         ***
      *** database, date and break value,    ***
      *** the index page rebuilt off it, and ***
      *** the work file holding a burst      ***
      *** group until its subtotal names it. ***
      *****************************************

           SELECT FC-PUBLISH-PAGE
           ASSIGN DYNAMIC WS-PUBLISH-PAGE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-PUBLISH-PAGE-STATUS.

           SELECT FC-PUBLISH-PART
           ASSIGN DYNAMIC WS-PUBLISH-PART-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-PUBLISH-PART-STATUS.

           SELECT FC-PUBLISH-REG
           ASSIGN DYNAMIC WS-PUBLISH-REG-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-PUBLISH-KEY
           FILE STATUS WS-PUBLISH-REG-STATUS.

           SELECT FC-PUBLISH-INDEX
           ASSIGN DYNAMIC WS-PUBLISH-INDEX-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-PUBLISH-INDEX-STATUS.

           SELECT FC-PUBLISH-WORK
           ASSIGN DYNAMIC WS-PUBLISH-WORK-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-PUBLISH-WORK-STATUS.
