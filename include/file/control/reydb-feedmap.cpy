      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-feedmap.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** Settings for the feed mapping   ***
      *** cards REYDB_FEEDMAP reads - one ***
      *** named spec per partner feed.    ***

           SELECT FC-FEEDMAP
           ASSIGN DYNAMIC WS-FEEDMAP-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-FEEDMAP-FILE-STATUS.
