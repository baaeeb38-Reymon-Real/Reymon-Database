      *** Author:  Reymon Dev         ***
      *** File:    reydb-pacing.cpy   ***
      *** Date:    02/09/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-PACING-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-PACING-FILE-NAME   PIC X(64) VALUE "pacing.dat".
       77 WS-ONLINE-FLAG-STATUS PIC X(02) VALUE SPACE.
       77 WS-ONLINE-FLAG-NAME   PIC X(64) VALUE "online.flg".

      *** Caller-side items for the pacing calls the sweep
      *** utilities make - the policy fetched once up front, and
