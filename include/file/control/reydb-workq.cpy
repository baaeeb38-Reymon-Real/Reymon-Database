      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-workq.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the work queue - the ***
      *** items raised for a person to look ***
      *** at, and the daily aging/SLA       ***
      *** report over the open ones.        ***
      *****************************************

      *** One row per work item, keyed by its running item number -
      *** one file for the whole estate, like pending.dat. The
      *** alternate key finds the items already raised for one
      *** record and reason, so the same finding raised twice
      *** refreshes its open item instead of queueing a second.
           SELECT FC-WORKQ
           ASSIGN DYNAMIC WS-WORKQ-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-WORKQ-ITEM
           ALTERNATE RECORD KEY IS FS-WORKQ-SUBJECT WITH DUPLICATES
           FILE STATUS WS-WORKQ-FILE-STATUS.

           SELECT FC-WORKQ-RPT
           ASSIGN DYNAMIC WS-WORKQ-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-WORKQ-RPT-STATUS.
