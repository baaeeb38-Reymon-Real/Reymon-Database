      *** Author:  Reymon Dev         ***
      *** File:    reydb-chargeback.cpy ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-CHARGEBACK
           ASSIGN DYNAMIC WS-CHARGEBACK-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-CHARGEBACK-FILE-STATUS.
