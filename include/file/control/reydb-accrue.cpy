      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-accrue.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************
      *** Settings for the daily accrual run  ***
      *** - the rate table, the accrual       ***
      *** journal that keeps a re-run from    ***
      *** accruing a day twice, the last-run  ***
      *** control, and the posting listing.   ***
      ******************************************

           SELECT FC-ACCRATE
           ASSIGN DYNAMIC WS-ACCRATE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ACCRATE-KEY
           FILE STATUS WS-ACCRATE-FILE-STATUS.

           SELECT FC-ACCJRNL
           ASSIGN DYNAMIC WS-ACCJRNL-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ACCJRNL-KEY
           FILE STATUS WS-ACCJRNL-FILE-STATUS.

           SELECT FC-ACCRUN
           ASSIGN DYNAMIC WS-ACCRUN-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ACCRUN-KEY
           FILE STATUS WS-ACCRUN-FILE-STATUS.

           SELECT FC-ACCRPT
           ASSIGN DYNAMIC WS-ACCRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-ACCRPT-FILE-STATUS.
