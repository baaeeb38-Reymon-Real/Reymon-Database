      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-seal.cpy     ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One sealed destination - the consent channel name the      ***
      *** exporter ships under (REYDB_EXPORT_CSV, REYDB_EXPORT_JSON, ***
      *** REYDB_PARTNER_OUT, or the delta export's own destination   ***
      *** name), the key generation its files are sealed under, and  ***
      *** who assigned it when. A destination with no row leaves in  ***
      *** clear, exactly as every file always did.                   ***
      ******************************************************************

       FD  FC-SEALDST.
       01  FS-SEALDST-RECORD.
           02 FS-SEALDST-DESTINATION PIC X(32).
           02 FS-SEALDST-GEN         PIC 9(04).
           02 FS-SEALDST-USER        PIC X(08).
           02 FS-SEALDST-TIMESTAMP   PIC X(16).
