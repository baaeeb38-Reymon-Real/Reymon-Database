      *** Author:  Reymon Dev         ***
      *** File:    reydb-json.cpy     ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-JSON-EXPORT
           ASSIGN DYNAMIC WS-JSON-EXPORT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-JSON-FILE-STATUS.

      *** object per line in the same shape the export writes, and
      *** the reject report for the objects that will not land.
           SELECT FC-JSON-IMPORT
           ASSIGN DYNAMIC WS-JSON-IMPORT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-JSON-IMPORT-STATUS.

           SELECT FC-JSON-REJECT
           ASSIGN DYNAMIC WS-JSON-REJECT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-JSON-REJECT-STATUS.
