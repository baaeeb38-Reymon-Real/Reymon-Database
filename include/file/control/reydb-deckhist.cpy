      *** Author:  Reymon Dev         ***
      *** File:    reydb-deckhist.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-DECKHIST
           ASSIGN DYNAMIC WS-DECKHIST-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-DECKHIST-FILE-STATUS.
