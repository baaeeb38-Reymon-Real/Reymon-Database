      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-xrate.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the exchange-rate    ***
      *** table - keyed by currency pair    ***
      *** and effective date - and the      ***
      *** missing-rate exceptions list the  ***
      *** converting reports append to.     ***
      *****************************************

           SELECT FC-XRATE
           ASSIGN DYNAMIC WS-XRATE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-XRATE-KEY
           FILE STATUS WS-XRATE-FILE-STATUS.

           SELECT FC-XRATE-EXC
           ASSIGN DYNAMIC WS-XRATE-EXC-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-XRATE-EXC-FILE-STATUS.
