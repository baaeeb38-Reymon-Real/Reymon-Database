      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-seal.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-SEALDST-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-SEALDST-FILE-NAME   PIC X(64) VALUE "sealdst.dat".

      *** The clear-text first record of a sealed interface file -
      *** the marker, the key generation every record after it is
      *** sealed under, and the destination it was sealed for. It
      *** is laid over the first bytes of whatever record the file
      *** carries; a file whose first record lacks the marker is a
      *** clear file and is read as one.
       01 WS-SEAL-HEADER.
          02 WS-SEAL-MARK        PIC X(14) VALUE SPACE.
          02 WS-SEAL-HEADER-GEN  PIC 9(04) VALUE ZERO.
          02 WS-SEAL-HEADER-DEST PIC X(32) VALUE SPACE.

       77 WS-SEAL-MARKER PIC X(14) VALUE "*REYDB-SEALED*".

      *** The destination the exporter ships under, whether its
      *** file is sealed ('Y') and under which generation, and the
      *** record length the line cipher walks.
       77 WS-SEAL-DESTINATION PIC X(32) VALUE SPACE.
       77 WS-SEAL-ON          PIC X(01) VALUE 'N'.
       77 WS-SEAL-GEN         PIC 9(04) COMP-5 VALUE ZERO.
       77 WS-SEAL-LEN         PIC 9(04) COMP-5 VALUE ZERO.

      *** An empty control total for the transmission register.
       77 WS-SEAL-ZERO-TOTAL PIC 9(15) COMP-5 VALUE ZERO.

      *** Result of the CALLs to REYDB_SEAL_* and the line cipher.
       77 WS-REYDB-RESULT-SEAL PIC 9(18) VALUE ZERO.
      ******************************************************************
