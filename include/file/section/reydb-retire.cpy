      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-retire.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One retired key - the day a REMOVE, PURGE, ERASE or EXPIRE ***
      *** took it off the database, which of them did, and who ran   ***
      *** it. A later delete of the same key refreshes the row; an   ***
      *** UNDELETE that revives it takes the row away.               ***
      ******************************************************************

       FD  FC-RETIRED.
       01  FS-RETIRED-RECORD.
           02 FS-RETIRED-KEY.
              03 FS-RETIRED-DATABASE PIC X(64).
              03 FS-RETIRED-RECKEY   PIC X(18).
           02 FS-RETIRED-DATE        PIC 9(08).
           02 FS-RETIRED-HOW         PIC X(08).
           02 FS-RETIRED-USER        PIC X(08).
           02 FS-RETIRED-TS          PIC X(16).

      ******************************************************************
      *** One database's quarantine - how many days a retired key    ***
      *** stays barred from ADD, LOAD and REKEY_MAP. A database      ***
      *** with no row here still records its retired keys but bars  ***
      *** none of them; 99999 days bars them for good.               ***
      ******************************************************************

       FD  FC-RETQUAR.
       01  FS-RETQUAR-RECORD.
           02 FS-RETQUAR-DATABASE PIC X(64).
           02 FS-RETQUAR-DAYS     PIC 9(05).
              88 FS-RETQUAR-IS-FOREVER VALUE 99999.
           02 FS-RETQUAR-SET-BY   PIC X(08).
           02 FS-RETQUAR-SET-TS   PIC X(16).

      *************************************
      *** One listing line - a retired  ***
      *** key and whether its           ***
      *** quarantine still holds.       ***
      *************************************

       FD  FC-RETRPT.
       01  FS-RETRPT-RECORD.
           02 FS-RETRPT-RECKEY    PIC X(18).
           02 FILLER              PIC X(02).
           02 FS-RETRPT-DATE      PIC X(08).
           02 FILLER              PIC X(02).
           02 FS-RETRPT-HOW       PIC X(08).
           02 FILLER              PIC X(02).
           02 FS-RETRPT-USER      PIC X(08).
           02 FILLER              PIC X(02).
           02 FS-RETRPT-STATE     PIC X(11).
           02 FILLER              PIC X(02).
           02 FS-RETRPT-DAYS-LEFT PIC X(05).
