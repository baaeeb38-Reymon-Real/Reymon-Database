      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-filing.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the regulatory filing ***
      *** REYDB_FILING writes - the element  ***
      *** mapping cards it reads, the XML    ***
      *** document itself, and the report of ***
      *** the rows held out of it.           ***
      *****************************************

           SELECT FC-FILMAP
           ASSIGN DYNAMIC WS-FILMAP-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-FILMAP-FILE-STATUS.

           SELECT FC-FILING-XML
           ASSIGN DYNAMIC WS-FILING-XML-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-FILING-XML-FILE-STATUS.

           SELECT FC-FILING-EXC
           ASSIGN DYNAMIC WS-FILING-EXC-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-FILING-EXC-FILE-STATUS.
