      *** Author:  Reymon Dev         ***
      *** File:    reydb-letter.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *****************************************

           SELECT FC-LETTER-TPL
           ASSIGN DYNAMIC WS-LETTER-TPL-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LETTER-TPL-STATUS.

           SELECT FC-LETTER-KEYS
           ASSIGN DYNAMIC WS-LETTER-KEYS-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LETTER-KEYS-STATUS.

           SELECT FC-LETTER-OUT
           ASSIGN DYNAMIC WS-LETTER-OUT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-LETTER-OUT-STATUS.
