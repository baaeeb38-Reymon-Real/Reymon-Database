      *** Author:  Reymon Dev         ***
      *** File:    reydb-letter.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-LETTER-TPL-STATUS  PIC X(02) VALUE SPACE.
       77 WS-LETTER-TPL-NAME    PIC X(64) VALUE "letter.tpl".
       77 WS-LETTER-KEYS-STATUS PIC X(02) VALUE SPACE.
       77 WS-LETTER-KEYS-NAME   PIC X(64) VALUE "letter.keys".
       77 WS-LETTER-OUT-STATUS  PIC X(02) VALUE SPACE.
       77 WS-LETTER-OUT-NAME    PIC X(64) VALUE "letters.rpt".
      ******************************************************************
