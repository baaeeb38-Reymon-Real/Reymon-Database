      *** Author:  Reymon Dev         ***
      *** File:    reydb-partition.cpy ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-PARTITION
           ASSIGN DYNAMIC WS-PARTITION-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-PARTITION-FILE-STATUS.
