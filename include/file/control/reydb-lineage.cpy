      *** Author:  Reymon Dev         ***
      *** File:    reydb-lineage.cpy  ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-LINEAGE
           ASSIGN DYNAMIC WS-LINEAGE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-LINEAGE-KEY
           FILE STATUS WS-LINEAGE-FILE-STATUS.

           SELECT FC-LINEAGE-RPT
           ASSIGN DYNAMIC WS-LINEAGE-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LINEAGE-RPT-STATUS.
