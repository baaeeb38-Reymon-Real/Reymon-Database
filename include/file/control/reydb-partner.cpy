      *** Author:  Reymon Dev         ***
      *** File:    reydb-partner.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-PARTNER-OUT
           ASSIGN DYNAMIC WS-PARTNER-OUT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-PARTNER-OUT-FILE-STATUS.

           SELECT FC-PARTNER-IN
           ASSIGN DYNAMIC WS-PARTNER-IN-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-PARTNER-IN-FILE-STATUS.
