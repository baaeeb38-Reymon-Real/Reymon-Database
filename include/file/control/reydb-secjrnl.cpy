      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-secjrnl.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************
      *** Settings for the security journal  ***
      *** every authorization refusal lands  ***
      *** on, and the daily violations       ***
      *** report REYDB_SECURITY_REPORT       ***
      *** writes from it.                    ***
      *****************************************

           SELECT FC-SECJRNL
           ASSIGN DYNAMIC WS-SECJRNL-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SECJRNL-FILE-STATUS.

           SELECT FC-SECRPT
           ASSIGN DYNAMIC WS-SECRPT-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SECRPT-FILE-STATUS.
