      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-grptot.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the running group-    ***
      *** totals file - each declared        ***
      *** definition's row, then one row per ***
      *** group value it has seen, kept      ***
      *** current by the writers - and the   ***
      *** drift report the verify writes.    ***
      ***                                     ***
      *** ASSIGN DYNAMIC off                  ***
      *** WS-GRPTOT-DATABASE-NAME, derived    ***
      *** per database ("<db>.grt").          ***
      *****************************************

           SELECT FC-GRPTOT
           ASSIGN DYNAMIC WS-GRPTOT-DATABASE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-GRPTOT-KEY
           FILE STATUS WS-GRPTOT-FILE-STATUS.

           SELECT FC-GRPTOT-RPT
           ASSIGN DYNAMIC WS-GRPTOT-RPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-GRPTOT-RPT-FILE-STATUS.
