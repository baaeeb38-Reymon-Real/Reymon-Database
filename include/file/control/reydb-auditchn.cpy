      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-auditchn.cpy ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************
      *** Settings for the audit trail's hash ***
      *** chain - the running chain state     ***
      *** ("<trail>.chn", one record like the ***
      *** write-sequence counter), the seal   ***
      *** register closing each day's chain   ***
      *** ("<trail>.sel") and the verifier's  ***
      *** findings listing ("<trail>.vfy").   ***
      ******************************************

           SELECT FC-AUDITCHN
           ASSIGN DYNAMIC WS-AUDITCHN-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-AUDITCHN-FILE-STATUS.

           SELECT FC-AUDITSEAL
           ASSIGN DYNAMIC WS-AUDITSEAL-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-AUDITSEAL-FILE-STATUS.

           SELECT FC-AUDITVFY
           ASSIGN DYNAMIC WS-AUDITVFY-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-AUDITVFY-FILE-STATUS.
