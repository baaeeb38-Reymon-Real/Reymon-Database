      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-secjrnl.cpy  ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-SECJRNL-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-SECJRNL-FILE-NAME   PIC X(64) VALUE "secjrnl.dat".
       77 WS-SECRPT-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-SECRPT-FILE-NAME    PIC X(64) VALUE "secviol.rpt".

      *** The refusal reasons REYDB_SECURITY_NOTE files - one per
      *** kind of refusal the journal tells apart.
       77 WS-SECJRNL-BAD-PASSWORD PIC X(08) VALUE "BADPASS".
       77 WS-SECJRNL-LOCKED       PIC X(08) VALUE "LOCKED".
       77 WS-SECJRNL-EXPIRED      PIC X(08) VALUE "EXPIRED".
       77 WS-SECJRNL-NO-USER      PIC X(08) VALUE "NOUSER".
       77 WS-SECJRNL-IDENTITY     PIC X(08) VALUE "IDENTITY".
       77 WS-SECJRNL-ACCESS       PIC X(08) VALUE "ACCESS".
       77 WS-SECJRNL-NO-SIGNON    PIC X(08) VALUE "NOSIGNON".
       77 WS-SECJRNL-MAKER-CHECK  PIC X(08) VALUE "MAKERCHK".
       77 WS-SECJRNL-ROW-FILTER   PIC X(08) VALUE "ROWFILT".
       77 WS-SECJRNL-PROTECTED    PIC X(08) VALUE "PROTECT".
       77 WS-SECJRNL-LEGAL-HOLD   PIC X(08) VALUE "HOLD".
       77 WS-SECJRNL-DETOKENIZE   PIC X(08) VALUE "DETOKEN".
       77 WS-SECJRNL-SOD-CONFLICT PIC X(08) VALUE "SOD".
       77 WS-SECJRNL-NO-ROLE      PIC X(08) VALUE "NOROLE".
       77 WS-SECJRNL-UTILITY      PIC X(08) VALUE "UTILITY".

      *** SPACE user - REYDB_SECURITY_NOTE stamps whoever is signed
      *** on; SPACE key or database - the refusal was not about one.
       77 WS-SECJRNL-SIGNED-ON   PIC X(08) VALUE SPACE.
       77 WS-SECJRNL-NO-KEY      PIC X(18) VALUE SPACE.
       77 WS-SECJRNL-NO-DATABASE PIC X(64) VALUE SPACE.

      *** Result of the CALL to REYDB_SECURITY_NOTE.
       77 WS-REYDB-RESULT-SECJRNL PIC 9(18) VALUE ZERO.
      ******************************************************************
