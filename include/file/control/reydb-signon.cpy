      *** Author:  Reymon Dev         ***
      *** File:    reydb-signon.cpy   ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      *** signed on under. Survives between job steps, which is why
      *** it lives on disk as well as in REYDB_SIGNON's own storage.
           SELECT FC-SIGNON
           ASSIGN DYNAMIC WS-SIGNON-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SIGNON-FILE-STATUS.

      *** and lockout state. A shop with no passwd.dat at all keeps
      *** the open identity-only sign-on it always had.
           SELECT FC-CRED
           ASSIGN DYNAMIC WS-CRED-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CRED-USER
