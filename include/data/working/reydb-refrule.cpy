      *** Author:  Reymon Dev         ***
      *** File:    reydb-refrule.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-REFRULE-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-REFRULE-FILE-NAME   PIC X(64) VALUE "ref.dat".
       77 WS-REFRPT-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-REFRPT-FILE-NAME    PIC X(64) VALUE "refcheck.rpt".

      *** Result of the CALL into the reference-check entry, for the
      *** writers that make it.
