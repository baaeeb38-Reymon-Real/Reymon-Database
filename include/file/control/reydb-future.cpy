      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-future.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the future-dated     ***
      *** change queue - one file for the   ***
      *** whole estate, keyed by database,  ***
      *** record key, effective date and a  ***
      *** filing sequence - and its report, ***
      *** ASSIGN DYNAMIC so the morning's   ***
      *** applied/failed listing and a      ***
      *** daytime inquiry never overwrite   ***
      *** one another.                      ***
      *****************************************

           SELECT FC-FUTURE
           ASSIGN DYNAMIC WS-FUTURE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-FUTURE-KEY
           FILE STATUS WS-FUTURE-FILE-STATUS.

           SELECT FC-FUTURE-RPT
           ASSIGN DYNAMIC WS-FUTURE-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-FUTURE-RPT-FILE-STATUS.
