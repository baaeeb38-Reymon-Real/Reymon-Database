      *** Author:  Reymon Dev         ***
      *** File:    reydb-expreview.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-EXPREVIEW
           ASSIGN DYNAMIC WS-EXPREVIEW-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-EXPREVIEW-FILE-STATUS.
