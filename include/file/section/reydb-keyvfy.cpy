      ***********************************
      *** Author:  Reymon Dev         ***
      *** File:    reydb-keyvfy.cpy   ***
      *** Date:    15/10/2026         ***
      *** Update:  15/10/2026         ***
      *** License: AGPL-3-or-later    ***
      ***********************************

      ******************************************************************
      *** One nomination - the database's own row (field            ***
      *** *DATABASE*) puts it in verify mode; a row per dictionary  ***
      *** field names the fields the second operator re-keys. With  ***
      *** no field rows, the whole content is re-keyed.             ***
      ******************************************************************

       FD  FC-KEYVFY.
       01  FS-KEYVFY-RECORD.
           02 FS-KEYVFY-KEY.
              03 FS-KEYVFY-DATABASE PIC X(64).
              03 FS-KEYVFY-FIELD    PIC X(16).
           02 FS-KEYVFY-USER        PIC X(08).
           02 FS-KEYVFY-TIMESTAMP   PIC X(16).

      *************************************
      *** One first keying held for     ***
      *** its blind re-key - the        ***
      *** action, the whole record as   ***
      *** keyed, who keyed it and when, ***
      *** and how many re-keys have     ***
      *** disagreed.                    ***
      *************************************

       FD  FC-KEYHELD.
       01  FS-KEYHELD-RECORD.
           02 FS-KEYHELD-KEY.
              03 FS-KEYHELD-DATABASE   PIC X(64).
              03 FS-KEYHELD-RECORD-KEY PIC X(18).
           02 FS-KEYHELD-ACTION        PIC X(01).
           02 FS-KEYHELD-BUFFER        PIC X(512).
           02 FS-KEYHELD-KEYER         PIC X(08).
           02 FS-KEYHELD-KEYED-TS      PIC X(16).
           02 FS-KEYHELD-MISSES        PIC 9(04).

      *************************************
      *** One operator's keying tally - ***
      *** first keyings and re-keys     ***
      *** done, how many of each were   ***
      *** caught disagreeing, and the   ***
      *** fields that disagreed.        ***
      *************************************

       FD  FC-KEYSTAT.
       01  FS-KEYSTAT-RECORD.
           02 FS-KEYSTAT-USER        PIC X(08).
           02 FS-KEYSTAT-KEYED       PIC 9(09).
           02 FS-KEYSTAT-VERIFIED    PIC 9(09).
           02 FS-KEYSTAT-KEYED-MISS  PIC 9(09).
           02 FS-KEYSTAT-VERIFY-MISS PIC 9(09).
           02 FS-KEYSTAT-FIELD-MISS  PIC 9(09).
           02 FS-KEYSTAT-LAST-TS     PIC X(16).

       FD  FC-KEYVFY-RPT.
       01  FS-KEYVFY-RPT-RECORD PIC X(132).
