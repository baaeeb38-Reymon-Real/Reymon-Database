      *** Author:  Reymon Dev         ***
      *** File:    xlate.cbl          ***
      *** Date:    August 11 from 2026 ***
      *** Update:  October 15 from 2026 ***
      *** License: AGPL-3-or-later    ***
      ***********************************

           05 FILLER PIC X(42)
              VALUE "24BOUNDARY VIOLATION - NO SPACE LEFT      ".
           05 FILLER PIC X(42)
              VALUE "30PERMANENT I/O ERROR                     ".
           05 FILLER PIC X(42)
              VALUE "34BOUNDARY VIOLATION ON SEQUENTIAL WRITE  ".
           05 FILLER PIC X(42)
              VALUE "24FIELD WOULD OVERFLOW - UPDATE REFUSED  ".
           05 FILLER PIC X(42)
              VALUE "25RECORD EXPIRED - PAST ITS RETENTION    ".
           05 FILLER PIC X(42)
              VALUE "26KEY UNDER LEGAL HOLD - LEFT IN PLACE   ".
           05 FILLER PIC X(42)
              VALUE "27DATABASE QUIESCED - WRITES REFUSED     ".
           05 FILLER PIC X(42)
              VALUE "28PASSWORD EXPIRED - CHANGE IT FIRST     ".
           05 FILLER PIC X(42)
              VALUE "29DEADLOCK - BACK OUT AND RETRY          ".
           05 FILLER PIC X(42)
              VALUE "30CAPTURED FOR SECOND-USER APPROVAL      ".
           05 FILLER PIC X(42)
              VALUE "31STATUS CHANGE NOT ALLOWED - REFUSED    ".
           05 FILLER PIC X(42)
              VALUE "32DUTIES CONFLICT - GRANT REFUSED        ".
           05 FILLER PIC X(42)
              VALUE "33WATCH-LIST HIT - HELD FOR COMPLIANCE   ".
           05 FILLER PIC X(42)
              VALUE "34CYCLE IN HIERARCHY - ROLLUP REFUSED    ".
           05 FILLER PIC X(42)
              VALUE "35KEY RETIRED - STILL IN QUARANTINE     ".
           05 FILLER PIC X(42)
              VALUE "36HELD FOR A SECOND OPERATOR TO RE-KEY   ".
           05 FILLER PIC X(42)
              VALUE "37RE-KEY DISAGREES - SEE FIELDS BELOW    ".
           05 FILLER PIC X(42)
              VALUE "38FILE SEALED UNDER A RETIRED KEY        ".
           05 FILLER PIC X(42)
              VALUE "90WRITE FAILED                           ".
           05 FILLER PIC X(42)

       01 WS-XLATE-RESULT-TABLE
          REDEFINES WS-XLATE-RESULT-TABLE-VALUES.
           05 WS-XLATE-RESULT-ENTRY OCCURS 35 TIMES
                              INDEXED BY WS-XLATE-RESULT-IDX.
              10 WS-XLATE-RESULT-CODE PIC X(02).
              10 WS-XLATE-RESULT-TEXT PIC X(40).
