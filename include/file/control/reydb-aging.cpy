      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-aging.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************
      *** Settings for the aging run - the    ***
      *** paged report the spool files and    ***
      *** the flat bucket file the web side   ***
      *** picks up.                           ***
      ******************************************

           SELECT FC-AGING-RPT
           ASSIGN DYNAMIC WS-AGING-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-AGING-RPT-STATUS.

           SELECT FC-AGING-OUT
           ASSIGN DYNAMIC WS-AGING-OUT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-AGING-OUT-STATUS.
