      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-token.cpy    ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One vault row - the real value of a sensitive field and    ***
      *** the token that replaced it. A token is '#' followed by the ***
      *** row's sequence number in digits, zero-padded to the full   ***
      *** width of the field it stands in for.                       ***
      ***                                                            ***
      *** The row with a SPACE token is each database's counter -    ***
      *** FS-VAULT-SEQ there is the last sequence number issued.     ***
      ******************************************************************

       FD  FC-VAULT.
       01  FS-VAULT-RECORD.
           02 FS-VAULT-KEY.
              03 FS-VAULT-DATABASE    PIC X(64).
              03 FS-VAULT-TOKEN       PIC X(32).
           02 FS-VAULT-VALUE-KEY.
              03 FS-VAULT-VALUE-DB    PIC X(64).
              03 FS-VAULT-LENGTH      PIC 9(02).
              03 FS-VAULT-VALUE       PIC X(32).
           02 FS-VAULT-SEQ            PIC 9(15).
           02 FS-VAULT-USER           PIC X(08).
           02 FS-VAULT-TIMESTAMP      PIC X(16).

      *** One detokenize grant - a database's tokens resolve for the
      *** users listed here and nobody else.
       FD  FC-TOKGRANT.
       01  FS-TOKGRANT-RECORD.
           02 FS-TOKGRANT-KEY.
              03 FS-TOKGRANT-DATABASE PIC X(64).
              03 FS-TOKGRANT-USER     PIC X(08).
           02 FS-TOKGRANT-BY          PIC X(08).
           02 FS-TOKGRANT-TIMESTAMP   PIC X(16).

      *** One detokenize attempt - FS-DETOKLOG-OUTCOME is RESOLVED,
      *** REFUSED (no sign-on or no grant) or UNKNOWN (no such
      *** token). The real value itself is never logged.
       FD  FC-DETOKLOG.
       01  FS-DETOKLOG-RECORD.
           02 FS-DETOKLOG-TIMESTAMP   PIC X(16).
           02 FILLER                  PIC X(01).
           02 FS-DETOKLOG-USER        PIC X(08).
           02 FILLER                  PIC X(01).
           02 FS-DETOKLOG-DATABASE    PIC X(64).
           02 FILLER                  PIC X(01).
           02 FS-DETOKLOG-TOKEN       PIC X(32).
           02 FILLER                  PIC X(01).
           02 FS-DETOKLOG-OUTCOME     PIC X(08).
