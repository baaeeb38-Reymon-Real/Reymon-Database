      *** Author:  Reymon Dev         ***
      *** File:    reydb-reconcile.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

           FILE STATUS WS-TRAILER-FILE-STATUS.

           SELECT FC-RECON
           ASSIGN DYNAMIC WS-RECON-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RECON-FILE-STATUS.
