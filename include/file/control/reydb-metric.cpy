      *** Author:  Reymon Dev         ***
      *** File:    reydb-metric.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-METRIC
           ASSIGN DYNAMIC WS-METRIC-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-METRIC-FILE-STATUS.

           SELECT FC-METRIC-SWITCH
           ASSIGN DYNAMIC WS-METRIC-SWITCH-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-METRIC-SWITCH-STATUS.

           SELECT FC-METRIC-RPT
           ASSIGN DYNAMIC WS-METRIC-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-METRIC-RPT-STATUS.
