      *** Author:  Reymon Dev         ***
      *** File:    reydb-totals.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

           RECORD KEY IS FS-TOTALS-KEY
           FILE STATUS WS-TOTALS-FILE-STATUS.

           SELECT FC-TOTCCY
           ASSIGN DYNAMIC WS-TOTCCY-DATABASE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TOTCCY-KEY
           FILE STATUS WS-TOTCCY-FILE-STATUS.

           SELECT FC-BALANCE
           ASSIGN DYNAMIC WS-BALANCE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-BALANCE-FILE-STATUS.
