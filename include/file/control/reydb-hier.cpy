      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-hier.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************
      *** Settings for the hierarchy report - ***
      *** explosion, rollup, cycle/orphan     ***
      *** check and depth listings alike,     ***
      *** filed into the spool as HIERARCHY.  ***
      ******************************************

           SELECT FC-HIER-RPT
           ASSIGN DYNAMIC WS-HIER-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-HIER-RPT-STATUS.
