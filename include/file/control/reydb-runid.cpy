      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-runid.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the run-identifier   ***
      *** counter every bracketed job run   ***
      *** draws its number from.            ***
      *****************************************

           SELECT FC-RUNID
           ASSIGN DYNAMIC WS-RUNID-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RUNID-FILE-STATUS.
