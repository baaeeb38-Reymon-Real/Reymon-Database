      *** Author:  Reymon Dev         ***
      *** File:    reydb-signon.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-SIGNON-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-SIGNON-FILE-NAME   PIC X(64) VALUE "signon.dat".
       77 WS-ACCESS-FILE-STATUS PIC X(02) VALUE SPACE.

      *** File FC-ACCESS's dynamic ASSIGN actually opens. Derived per
       77 WS-ACCESS-DATABASE-NAME PIC X(64) VALUE "reymon.db.acc".

       77 WS-CRED-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-CRED-FILE-NAME   PIC X(64) VALUE "passwd.dat".
      ******************************************************************
