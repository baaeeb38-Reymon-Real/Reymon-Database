      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-impact.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************
      *** Settings for the impact            ***
      *** analysis - one listing of every    ***
      *** control record that still names    ***
      *** a database.                        ***
      ******************************************

           SELECT FC-IMPACT
           ASSIGN DYNAMIC WS-IMPACT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-IMPACT-FILE-STATUS.
