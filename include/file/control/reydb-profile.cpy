      *** Author:  Reymon Dev         ***
      *** File:    reydb-profile.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-PROFILE
           ASSIGN DYNAMIC WS-PROFILE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-PROFILE-FILE-STATUS.
