      *** Author:  Reymon Dev         ***
      *** File:    reydb-partner.cpy  ***
      *** Date:    22/08/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
       77 WS-PARTNER-OUT-FILE-STATUS PIC X(02) VALUE SPACE.
       77 WS-PARTNER-IN-FILE-STATUS  PIC X(02) VALUE SPACE.
       77 WS-PARTNER-IN-FILE-NAME    PIC X(64) VALUE "partner_in.dat".

      *** File FC-PARTNER-OUT's dynamic ASSIGN actually opens - the
      *** fixed name, its current generation once the outbound file
      *** is put under generations, or the registered file a resend
      *** re-hashes.
       77 WS-PARTNER-OUT-NAME PIC X(64) VALUE "partner_out.dat".

      ******************************************************************
      *** The exchange character set, spelled once in each code     ***
