      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-keyvfy.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for two-pass key         ***
      *** verification - which databases    ***
      *** and fields demand it, the first   ***
      *** keyings held for a blind re-key,  ***
      *** each operator's keying tally and  ***
      *** the keying-accuracy report.       ***
      *****************************************

           SELECT FC-KEYVFY
           ASSIGN DYNAMIC WS-KEYVFY-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-KEYVFY-KEY
           FILE STATUS WS-KEYVFY-FILE-STATUS.

           SELECT FC-KEYHELD
           ASSIGN DYNAMIC WS-KEYHELD-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-KEYHELD-KEY
           FILE STATUS WS-KEYHELD-FILE-STATUS.

           SELECT FC-KEYSTAT
           ASSIGN DYNAMIC WS-KEYSTAT-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-KEYSTAT-USER
           FILE STATUS WS-KEYSTAT-FILE-STATUS.

           SELECT FC-KEYVFY-RPT
           ASSIGN DYNAMIC WS-KEYVFY-RPT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-KEYVFY-RPT-STATUS.
