      *** Author:  Reymon Dev         ***
      *** File:    reydb-refrule.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-REFRULE
           ASSIGN DYNAMIC WS-REFRULE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-REFRULE-KEY
           FILE STATUS WS-REFRULE-FILE-STATUS.

           SELECT FC-REFRPT
           ASSIGN DYNAMIC WS-REFRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-REFRPT-FILE-STATUS.
