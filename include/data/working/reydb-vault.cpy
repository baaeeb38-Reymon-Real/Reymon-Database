      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-vault.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-VAULT-FILE-STATUS     PIC X(02) VALUE SPACE.
       77 WS-VAULT-FILE-NAME       PIC X(64) VALUE "vault.dat".
       77 WS-VAULT-PCK-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-VAULT-PCK-FILE-NAME   PIC X(64) VALUE "vault.pck".

      *** Caller-side items for the REYDB_VAULT_CHECK call a restore
      *** makes - the generation asked for, and the volume holding
      *** it when it is out in the vault.
       77 WS-VAULT-GENERATION PIC X(08) VALUE ".bak".
       77 WS-VAULT-VOLUME     PIC X(12) VALUE SPACE.

      *** Result of the CALLs to REYDB_VAULT_*.
       77 WS-REYDB-RESULT-VAULT PIC 9(18) VALUE ZERO.
      ******************************************************************
